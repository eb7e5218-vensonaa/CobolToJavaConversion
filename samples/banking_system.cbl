                  RECORD KEY IS AOWN-KEY
                  FILE STATUS IS WS-ACC-OWNER-STATUS.

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

           SELECT INDEX-RATE-FILE ASSIGN TO 'index_rates.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDX-KEY
                  FILE STATUS IS WS-INDEX-RATE-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO 'credit_lines.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CRL-ACC-ID
                  FILE STATUS IS WS-CREDIT-LINE-STATUS.

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

           SELECT NOTIFY-PREF-FILE ASSIGN TO 'notify_prefs.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NPRF-CUST-ID
                  FILE STATUS IS WS-NOTIFY-PREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
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

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(132).
               88  HOLD-ACTIVE   VALUE 'A'.
               88  HOLD-RELEASED VALUE 'R'.
           05  HOLD-PLACED-DATE  PIC 9(8).
           05  HOLD-CHECK-NUMBER PIC 9(10).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  FEE-EXCESS-WD-AMOUNT PIC 9(6)V99.
           05  FEE-UPDATED-BY    PIC X(10).
           05  FEE-UPDATE-DATE   PIC 9(8).
           05  FEE-LATE-AMOUNT   PIC 9(6)V99.
           05  FEE-NSF-AMOUNT    PIC 9(6)V99.

       FD  DRAWER-FILE.
       01  DRAWER-RECORD.
           05  AOWN-ADD-DATE     PIC 9(8).
           05  AOWN-ADDED-BY     PIC X(10).

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

       FD  INDEX-RATE-FILE.
       01  INDEX-RATE-RECORD.
           05  IDX-KEY.
               10  IDX-CODE      PIC X(4).
               10  IDX-EFFECTIVE-DATE PIC 9(8).
           05  IDX-RATE          PIC 9(3)V99.
           05  IDX-DESCRIPTION   PIC X(30).
           05  IDX-UPDATED-BY    PIC X(10).
           05  IDX-UPDATE-DATE   PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CUSTOMER-STATUS    PIC XX.
           05  WS-FEE-SCHED-STATUS   PIC XX.
           05  WS-DRAWER-STATUS      PIC XX.
           05  WS-ACC-OWNER-STATUS   PIC XX.
           05  WS-GL-ACCOUNT-STATUS  PIC XX.
           05  WS-POSTING-RULE-STATUS PIC XX.
           05  WS-GL-BALANCE-STATUS  PIC XX.
           05  WS-INDEX-RATE-STATUS  PIC XX.
           05  WS-CREDIT-LINE-STATUS PIC XX.
           05  WS-ARCHIVE-STATUS     PIC XX.
           05  WS-ARCHIVE-BAL-STATUS PIC XX.
           05  WS-NOTIFY-PREF-STATUS PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-CUSTOMER-EOF       PIC X VALUE 'N'.
               88  WS-DRAWER-EOF-YES VALUE 'Y'.
           05  WS-AOWN-EOF           PIC X VALUE 'N'.
               88  WS-AOWN-EOF-YES VALUE 'Y'.
           05  WS-COA-EOF            PIC X VALUE 'N'.
               88  WS-COA-EOF-YES VALUE 'Y'.
           05  WS-PRULE-EOF          PIC X VALUE 'N'.
               88  WS-PRULE-EOF-YES VALUE 'Y'.
           05  WS-IDX-EOF            PIC X VALUE 'N'.
               88  WS-IDX-EOF-YES VALUE 'Y'.
           05  WS-ARCH-EOF           PIC X VALUE 'N'.
               88  WS-ARCH-EOF-YES VALUE 'Y'.
           05  WS-CKPT-REC-FOUND    PIC X VALUE 'N'.
               88  WS-CKPT-REC-FOUND-YES VALUE 'Y'.

           05  WS-NEW-BALANCE       PIC 9(10)V99.
           05  WS-PAYMENT-AMOUNT    PIC 9(8)V99.
           05  WS-REMAINING-BALANCE PIC 9(10)V99.
           05  WS-MONTHLY-INTEREST  PIC 9(2)V9(8).

       01  WS-NEXT-TRANS-ID         PIC 9(12) VALUE 0.
       01  WS-MAX-TRANS-ID          PIC 9(12) VALUE 0.
       01  WS-FEE-FOUND-FLAG        PIC X VALUE 'N'.
           88  WS-FEE-FOUND-YES     VALUE 'Y'.

       01  WS-NPRF-FIELDS.
           05  WS-NPRF-OPT-OUT      PIC X.
           05  WS-NPRF-CHANNEL      PIC X.
           05  WS-NPRF-FOUND-FLAG   PIC X VALUE 'N'.
               88  WS-NPRF-FOUND-YES VALUE 'Y'.
           05  WS-NPRF-VALID-FLAG   PIC X VALUE 'N'.
               88  WS-NPRF-VALID    VALUE 'Y'.

       01  WS-GL-MAINT-FIELDS.
           05  WS-COA-SEARCH-ID     PIC 9(4).
           05  WS-COA-FOUND-FLAG    PIC X VALUE 'N'.
               88  WS-COA-FOUND-YES VALUE 'Y'.
           05  WS-COA-CHECK-FLAG    PIC X VALUE 'N'.
               88  WS-COA-CHECK-OK  VALUE 'Y'.
           05  WS-PRULE-SEARCH-CODE PIC X(2).
               88  WS-PRULE-CODE-VALID VALUE 'DP' 'WD' 'TO' 'TI'
                                             'PM' 'LP' 'LI'.
           05  WS-PRULE-SEARCH-TYPE PIC X(2).
               88  WS-PRULE-TYPE-VALID VALUE 'SV' 'CH' 'LN' 'CR'
                                             'CD' SPACES.
           05  WS-PRULE-FOUND-FLAG  PIC X VALUE 'N'.
               88  WS-PRULE-FOUND-YES VALUE 'Y'.
           05  WS-GL-LOAD-COUNT     PIC 9(4) VALUE 0.
           05  WS-GL-LOAD-CONTROL-TYPE PIC X(2).
           05  WS-GL-LOAD-ACC-TYPE  PIC X(2).
           05  WS-GL-LOAD-DEPOSIT-GL PIC 9(4).
           05  WS-GL-TAG-COUNT      PIC 9(4) VALUE 0.
           05  WS-GL-TAG-FLAG       PIC X VALUE 'N'.
               88  WS-GL-TAG-NEEDED VALUE 'Y'.
           05  WS-OBAL-EQUITY-GL    PIC 9(4) VALUE 3010.
           05  WS-OBAL-COUNT        PIC 9(2) VALUE 0.
           05  WS-OBAL-IX           PIC 9(2).
           05  WS-OBAL-FOUND-FLAG   PIC X VALUE 'N'.
               88  WS-OBAL-FOUND    VALUE 'Y'.
           05  WS-OBAL-ENTRY OCCURS 10 TIMES.
               10  WS-OBAL-ACC-TYPE PIC X(2).
               10  WS-OBAL-TOTAL    PIC 9(14)V99.
           05  WS-OBAL-AMOUNT       PIC 9(14)V99.
           05  WS-OBAL-WORK-TYPE    PIC X(2).
           05  WS-OBAL-WORK-AMOUNT  PIC 9(14)V99.
           05  WS-OBAL-OFFSET-DEBIT PIC 9(14)V99.
           05  WS-OBAL-OFFSET-CREDIT PIC 9(14)V99.
           05  WS-OBAL-LOAD-COUNT   PIC 9(4).
           05  WS-GLB-EOF           PIC X VALUE 'N'.
               88  WS-GLB-EOF-YES   VALUE 'Y'.

       01  WS-OWNER-FIELDS.
           05  WS-OWNER-ACC-ID      PIC 9(12).
           05  WS-OWNER-CUST-ID     PIC 9(8).
           05  WS-CD-MAT-DD         PIC 9(2).
       01  WS-CD-TOTAL-MONTHS       PIC 9(6).

       01  WS-CREDIT-LINE-FIELDS.
           05  WS-CRL-FOUND-FLAG    PIC X VALUE 'N'.
               88  WS-CRL-FOUND-YES VALUE 'Y'.
           05  WS-AVAILABLE-CREDIT  PIC S9(10)V99.
           05  WS-XFER-CREDIT-FLAG  PIC X VALUE 'Y'.
               88  WS-XFER-CREDIT-OK VALUE 'Y'.

       01  WS-DUE-DATE-CALC.
           05  WS-DUE-DATE-YYYY     PIC 9(4).
           05  WS-DUE-DATE-MM       PIC 9(2).
           05  WS-DUE-DATE-DD       PIC 9(2).
       01  WS-DUE-DATE-TOTAL-MONTHS PIC 9(6).

       01  WS-LOAN-PAYMENT-FIELDS.
           05  WS-LOAN-PAYOFF-AMOUNT PIC 9(10)V99.
           05  WS-LOAN-INTEREST-PAID PIC 9(8)V99.
           05  WS-LOAN-PRINCIPAL-PAID PIC 9(8)V99.
           05  WS-PAYOFF-DATE       PIC 9(8).
           05  WS-PAYOFF-FROM-DATE  PIC 9(8).
           05  WS-PAYOFF-DAYS       PIC S9(5).
           05  WS-PAYOFF-PER-DIEM   PIC 9(8)V99.
           05  WS-PAYOFF-INTEREST   PIC 9(8)V99.
           05  WS-LOAN-HIST-COUNT   PIC 9(4).
           05  WS-LOAN-HIST-INTEREST PIC 9(10)V99.
           05  WS-LOAN-HIST-PRINCIPAL PIC 9(10)V99.

       01  WS-VARIABLE-RATE-FIELDS.
           05  WS-IDX-SEARCH-CODE   PIC X(4).
           05  WS-IDX-SEARCH-DATE   PIC 9(8).
           05  WS-IDX-CURRENT-RATE  PIC 9(3)V99.
           05  WS-IDX-FOUND-FLAG    PIC X VALUE 'N'.
               88  WS-IDX-FOUND-YES VALUE 'Y'.
           05  WS-VAR-RATE-OK-FLAG  PIC X VALUE 'N'.
               88  WS-VAR-RATE-OK   VALUE 'Y'.
       01  WS-RESET-DATE-CALC.
           05  WS-RESET-YYYY        PIC 9(4).
           05  WS-RESET-MM          PIC 9(2).
           05  WS-RESET-DD          PIC 9(2).
       01  WS-RESET-TOTAL-MONTHS    PIC 9(6).

       01  WS-AMORTIZATION-FIELDS.
           05  WS-AMORT-PAYMENT-NUM      PIC 9(3).
           05  WS-AMORT-BALANCE          PIC 9(10)V99.
           05  WS-REV-CREDIT-FLAG   PIC X.
               88  WS-REV-CREDITS-ACCOUNT VALUE 'Y'.

       01  WS-ARCHIVE-FIELDS.
           05  WS-ARCH-NEEDED-FLAG  PIC X VALUE 'N'.
               88  WS-ARCH-NEEDED   VALUE 'Y'.
           05  WS-ARCH-LINE-COUNT   PIC 9(6).

       01  WS-RECON-FIELDS.
           05  WS-RECON-COMPUTED-BALANCE PIC S9(10)V99.
           05  WS-RECON-ACCOUNTS-CHECKED PIC 9(6) VALUE 0.
                   TO WS-ERROR-MESSAGE
               PERFORM DISPLAY-ERROR
               STOP RUN
           END-IF

           OPEN I-O GL-ACCOUNT-FILE
           IF WS-GL-ACCOUNT-STATUS = '35'
               OPEN OUTPUT GL-ACCOUNT-FILE
               CLOSE GL-ACCOUNT-FILE
               OPEN I-O GL-ACCOUNT-FILE
           END-IF
           IF WS-GL-ACCOUNT-STATUS NOT = '00'
               MOVE 'Error opening chart of accounts file'
                   TO WS-ERROR-MESSAGE
               PERFORM DISPLAY-ERROR
               STOP RUN
           END-IF

           OPEN I-O POSTING-RULE-FILE
           IF WS-POSTING-RULE-STATUS = '35'
               OPEN OUTPUT POSTING-RULE-FILE
               CLOSE POSTING-RULE-FILE
               OPEN I-O POSTING-RULE-FILE
           END-IF
           IF WS-POSTING-RULE-STATUS NOT = '00'
               MOVE 'Error opening posting rule file'
                   TO WS-ERROR-MESSAGE
               PERFORM DISPLAY-ERROR
               STOP RUN
           END-IF

           OPEN I-O GL-BALANCE-FILE
           IF WS-GL-BALANCE-STATUS = '35'
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF
           IF WS-GL-BALANCE-STATUS NOT = '00'
               MOVE 'Error opening GL balance file'
                   TO WS-ERROR-MESSAGE
               PERFORM DISPLAY-ERROR
               STOP RUN
           END-IF

           OPEN I-O INDEX-RATE-FILE
           IF WS-INDEX-RATE-STATUS = '35'
               OPEN OUTPUT INDEX-RATE-FILE
               CLOSE INDEX-RATE-FILE
               OPEN I-O INDEX-RATE-FILE
           END-IF
           IF WS-INDEX-RATE-STATUS NOT = '00'
               MOVE 'Error opening index rate file'
                   TO WS-ERROR-MESSAGE
               PERFORM DISPLAY-ERROR
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
               PERFORM DISPLAY-ERROR
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
               PERFORM DISPLAY-ERROR
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
               PERFORM DISPLAY-ERROR
               STOP RUN
           END-IF

           OPEN I-O NOTIFY-PREF-FILE
           IF WS-NOTIFY-PREF-STATUS = '35'
               OPEN OUTPUT NOTIFY-PREF-FILE
               CLOSE NOTIFY-PREF-FILE
               OPEN I-O NOTIFY-PREF-FILE
           END-IF
           IF WS-NOTIFY-PREF-STATUS NOT = '00'
               MOVE 'Error opening notification preference file'
                   TO WS-ERROR-MESSAGE
               PERFORM DISPLAY-ERROR
               STOP RUN
           END-IF.

       GET-CURRENT-DATE-TIME.
           DISPLAY '7. Operator Maintenance'
           DISPLAY '8. Fee Schedule Maintenance'
           DISPLAY '9. Teller Drawer'
           DISPLAY '10. GL Chart of Accounts Maintenance'
           DISPLAY '11. Exit'
           DISPLAY ' '
           DISPLAY 'Enter your choice (1-11): ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
               WHEN 7 PERFORM OPERATOR-MAINTENANCE
               WHEN 8 PERFORM FEE-SCHEDULE-MAINTENANCE
               WHEN 9 PERFORM TELLER-DRAWER-MENU
               WHEN 10 PERFORM GL-MAINTENANCE
               WHEN 11 SET WS-CONTINUE-NO TO TRUE
               WHEN OTHER
                   DISPLAY 'Invalid choice. Please try again.'
           END-EVALUATE
           DISPLAY '3. Update Customer'
           DISPLAY '4. Delete Customer'
           DISPLAY '5. List All Customers'
           DISPLAY '6. Notification Preferences'
           DISPLAY ' '
           DISPLAY 'Enter choice (1-6): ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           
           EVALUATE WS-MENU-CHOICE
               WHEN 3 PERFORM UPDATE-CUSTOMER
               WHEN 4 PERFORM DELETE-CUSTOMER
               WHEN 5 PERFORM LIST-CUSTOMERS
               WHEN 6 PERFORM NOTIFICATION-PREFERENCES
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE.
                       END-IF
               END-READ
           END-PERFORM.

       NOTIFICATION-PREFERENCES.
           DISPLAY ' '
           DISPLAY '=== NOTIFICATION PREFERENCES ==='
           DISPLAY 'Enter Customer ID: ' WITH NO ADVANCING
           ACCEPT WS-SEARCH-CUST-ID

           PERFORM SEARCH-CUSTOMER-BY-ID

           IF CUST-ID = WS-SEARCH-CUST-ID
               PERFORM UPDATE-NOTIFY-PREFERENCE
           ELSE
               DISPLAY 'Customer not found.'
           END-IF.

       UPDATE-NOTIFY-PREFERENCE.
           MOVE 'N' TO WS-NPRF-FOUND-FLAG
           MOVE WS-SEARCH-CUST-ID TO NPRF-CUST-ID
           READ NOTIFY-PREF-FILE
               INVALID KEY
                   MOVE 'N' TO NPRF-OPT-OUT
                   MOVE 'M' TO NPRF-CHANNEL
               NOT INVALID KEY
                   SET WS-NPRF-FOUND-YES TO TRUE
           END-READ

           DISPLAY 'Customer: ' CUST-NAME
           DISPLAY 'Current Opt-Out: ' NPRF-OPT-OUT
               '  Channel: ' NPRF-CHANNEL
           DISPLAY 'Opt out of notifications? (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-NPRF-OPT-OUT
           DISPLAY 'Preferred Channel (M=Mail E=Email S=SMS): '
               WITH NO ADVANCING
           ACCEPT WS-NPRF-CHANNEL

           MOVE 'N' TO WS-NPRF-VALID-FLAG
           EVALUATE TRUE
               WHEN WS-NPRF-OPT-OUT NOT = 'Y'
                   AND WS-NPRF-OPT-OUT NOT = 'N'
                   DISPLAY 'Opt-out must be Y or N.'
               WHEN WS-NPRF-CHANNEL NOT = 'M'
                   AND WS-NPRF-CHANNEL NOT = 'E'
                   AND WS-NPRF-CHANNEL NOT = 'S'
                   DISPLAY 'Channel must be M, E or S.'
               WHEN WS-NPRF-CHANNEL = 'E' AND CUST-EMAIL = SPACES
                   DISPLAY 'No email address on file for this'
                       ' customer.'
               WHEN WS-NPRF-CHANNEL = 'S' AND CUST-PHONE = SPACES
                   DISPLAY 'No phone number on file for this'
                       ' customer.'
               WHEN OTHER
                   SET WS-NPRF-VALID TO TRUE
           END-EVALUATE

           IF WS-NPRF-VALID
               MOVE WS-SEARCH-CUST-ID TO NPRF-CUST-ID
               MOVE WS-NPRF-OPT-OUT TO NPRF-OPT-OUT
               MOVE WS-NPRF-CHANNEL TO NPRF-CHANNEL
               MOVE WS-OPERATOR-ID TO NPRF-UPDATED-BY
               MOVE WS-CURRENT-DATE TO NPRF-UPDATE-DATE
               IF WS-NPRF-FOUND-YES
                   REWRITE NOTIFY-PREF-RECORD
                   DISPLAY 'Notification preferences updated.'
               ELSE
                   WRITE NOTIFY-PREF-RECORD
                       INVALID KEY
                           DISPLAY 'Error: notification preferences'
                               ' not written.'
                       NOT INVALID KEY
                           DISPLAY 'Notification preferences added.'
                   END-WRITE
               END-IF
               MOVE WS-SEARCH-CUST-ID TO WS-AUDIT-ENTITY-ID
               MOVE ZERO TO WS-AUDIT-BEFORE-BALANCE
               MOVE ZERO TO WS-AUDIT-AFTER-BALANCE
               MOVE 'CUSTOMER>NOTIFY-PREFS' TO WS-AUDIT-MENU-PATH
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'Preferences not changed.'
           END-IF.
       
       ACCOUNT-MANAGEMENT.
           DISPLAY ' '
           DISPLAY '10. Add Account Owner'
           DISPLAY '11. Remove Account Owner'
           DISPLAY '12. List Account Owners'
           DISPLAY '13. Credit Line Terms'
           DISPLAY ' '
           DISPLAY 'Enter choice (1-13): ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 10 PERFORM ADD-ACCOUNT-OWNER
               WHEN 11 PERFORM REMOVE-ACCOUNT-OWNER
               WHEN 12 PERFORM LIST-ACCOUNT-OWNERS
               WHEN 13 PERFORM CREDIT-LINE-MAINTENANCE
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE.
           DISPLAY 'Enter Linked Account ID for overdraft'
               ' protection (0 for none): ' WITH NO ADVANCING
           ACCEPT ACC-LINKED-ACCOUNT
           IF ACC-CREDIT AND ACC-BALANCE > 0
               DISPLAY 'Credit lines open with a zero balance -'
                   ' draw funds with a withdrawal.'
               MOVE 0 TO ACC-BALANCE
           END-IF

           MOVE 'A' TO ACC-STATUS
           MOVE WS-CURRENT-DATE TO ACC-OPEN-DATE
                   IF ACC-TIME-DEPOSIT
                       PERFORM SETUP-TIME-DEPOSIT-TERMS
                   END-IF
                   IF ACC-CREDIT
                       PERFORM SETUP-CREDIT-LINE-TERMS
                   END-IF
                   PERFORM WRITE-PRIMARY-OWNER-RECORD
                   IF ACC-BALANCE > 0
                       MOVE ACC-ID TO TRANS-ACC-ID
           MOVE 'C' TO TRANS-STATUS
           PERFORM LOG-TRANSACTION.

       SETUP-CREDIT-LINE-TERMS.
           MOVE ACC-ID TO CRL-ACC-ID
           PERFORM INITIALIZE-CREDIT-LINE-CYCLE
           PERFORM ACCEPT-CREDIT-LINE-TERMS
           WRITE CREDIT-LINE-RECORD
               INVALID KEY
                   DISPLAY 'Error: credit line terms already on'
                       ' file for this account.'
               NOT INVALID KEY
                   DISPLAY 'Credit line terms recorded.'
                   DISPLAY 'Approved credit limit: $' CRL-CREDIT-LIMIT
           END-WRITE.

       INITIALIZE-CREDIT-LINE-CYCLE.
           MOVE 0 TO CRL-LAST-STMT-DATE
           MOVE 0 TO CRL-LAST-STMT-BALANCE
           MOVE 0 TO CRL-MIN-PAYMENT-DUE
           MOVE 0 TO CRL-PAYMENT-DUE-DATE
           MOVE 0 TO CRL-PAST-DUE-AMOUNT
           MOVE 0 TO CRL-PAST-DUE-CYCLES.

       ACCEPT-CREDIT-LINE-TERMS.
           DISPLAY 'Enter Approved Credit Limit: ' WITH NO ADVANCING
           ACCEPT CRL-CREDIT-LIMIT
           DISPLAY 'Enter Statement Cycle Day (1-28): '
               WITH NO ADVANCING
           ACCEPT CRL-CYCLE-DAY
           IF CRL-CYCLE-DAY < 1 OR CRL-CYCLE-DAY > 28
               DISPLAY 'Invalid cycle day - set to 28.'
               MOVE 28 TO CRL-CYCLE-DAY
           END-IF
           DISPLAY 'Enter Payment Grace Days (1-27): '
               WITH NO ADVANCING
           ACCEPT CRL-GRACE-DAYS
           IF CRL-GRACE-DAYS < 1 OR CRL-GRACE-DAYS > 27
               DISPLAY 'Invalid grace period - set to 25 days.'
               MOVE 25 TO CRL-GRACE-DAYS
           END-IF
           DISPLAY 'Enter Minimum Payment Percent of Balance: '
               WITH NO ADVANCING
           ACCEPT CRL-MIN-PAY-PCT
           DISPLAY 'Enter Minimum Payment Floor Amount: '
               WITH NO ADVANCING
           ACCEPT CRL-MIN-PAY-FLOOR
           MOVE WS-OPERATOR-ID TO CRL-APPROVED-BY
           MOVE WS-CURRENT-DATE TO CRL-UPDATE-DATE.

       READ-CREDIT-LINE-TERMS.
           MOVE 'N' TO WS-CRL-FOUND-FLAG
           MOVE ACC-ID TO CRL-ACC-ID
           READ CREDIT-LINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CRL-FOUND-YES TO TRUE
           END-READ.

       COMPUTE-AVAILABLE-CREDIT.
           MOVE ACC-ID TO WS-HOLD-CHECK-ACC-ID
           PERFORM COMPUTE-ACCOUNT-HOLDS
           COMPUTE WS-AVAILABLE-CREDIT =
               CRL-CREDIT-LIMIT - ACC-BALANCE - WS-HOLD-TOTAL.

       CREDIT-LINE-MAINTENANCE.
           IF NOT WS-ROLE-SUPERVISOR
               DISPLAY 'Supervisor authority required for credit'
                   ' line terms.'
           ELSE
               PERFORM UPDATE-CREDIT-LINE-TERMS
           END-IF.

       UPDATE-CREDIT-LINE-TERMS.
           DISPLAY ' '
           DISPLAY '=== CREDIT LINE TERMS ==='
           DISPLAY 'Enter Account ID: ' WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACC-ID

           PERFORM SEARCH-ACCOUNT-BY-ID

           IF ACC-ID = WS-SEARCH-ACC-ID AND ACC-CREDIT
               AND NOT ACC-CLOSED
               PERFORM READ-CREDIT-LINE-TERMS
               IF WS-CRL-FOUND-YES
                   PERFORM DISPLAY-CREDIT-LINE-TERMS
                   MOVE CRL-CREDIT-LIMIT TO WS-AUDIT-BEFORE-BALANCE
               ELSE
                   DISPLAY 'No terms on file - new terms will be'
                       ' recorded.'
                   MOVE ACC-ID TO CRL-ACC-ID
                   PERFORM INITIALIZE-CREDIT-LINE-CYCLE
                   MOVE ZERO TO WS-AUDIT-BEFORE-BALANCE
               END-IF
               PERFORM ACCEPT-CREDIT-LINE-TERMS
               IF CRL-CREDIT-LIMIT < ACC-BALANCE
                   DISPLAY 'Balance owed exceeds the new limit -'
                       ' further withdrawals will be declined.'
               END-IF
               IF WS-CRL-FOUND-YES
                   REWRITE CREDIT-LINE-RECORD
                   DISPLAY 'Credit line terms updated.'
               ELSE
                   WRITE CREDIT-LINE-RECORD
                       INVALID KEY
                           DISPLAY 'Error: credit line terms not'
                               ' written.'
                       NOT INVALID KEY
                           DISPLAY 'Credit line terms added.'
                   END-WRITE
               END-IF
               MOVE ACC-ID TO WS-AUDIT-ENTITY-ID
               MOVE CRL-CREDIT-LIMIT TO WS-AUDIT-AFTER-BALANCE
               MOVE 'ACCOUNT>CREDIT-LINE' TO WS-AUDIT-MENU-PATH
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'Credit line account not found or closed.'
           END-IF.

       DISPLAY-CREDIT-LINE-TERMS.
           PERFORM COMPUTE-AVAILABLE-CREDIT
           DISPLAY 'Approved Limit:    $' CRL-CREDIT-LIMIT
           DISPLAY 'Balance Owed:      $' ACC-BALANCE
           DISPLAY 'Available Credit:  $' WS-AVAILABLE-CREDIT
           DISPLAY 'Cycle Day:          ' CRL-CYCLE-DAY
           DISPLAY 'Grace Days:         ' CRL-GRACE-DAYS
           DISPLAY 'Min Payment:        ' CRL-MIN-PAY-PCT
               '% / floor $' CRL-MIN-PAY-FLOOR
           DISPLAY 'Last Statement:     ' CRL-LAST-STMT-DATE
               ' balance $' CRL-LAST-STMT-BALANCE
           DISPLAY 'Minimum Due:       $' CRL-MIN-PAYMENT-DUE
               ' by ' CRL-PAYMENT-DUE-DATE
           DISPLAY 'Past Due:          $' CRL-PAST-DUE-AMOUNT
               ' cycles ' CRL-PAST-DUE-CYCLES
           DISPLAY 'Approved By:        ' CRL-APPROVED-BY
               ' on ' CRL-UPDATE-DATE.

       SEARCH-ACCOUNT.
           DISPLAY ' '
           DISPLAY '=== SEARCH ACCOUNT ==='
               DISPLAY 'Enter Hold Type (LG/CK/SP): '
                   WITH NO ADVANCING
               ACCEPT HOLD-TYPE
               MOVE 0 TO HOLD-CHECK-NUMBER
               IF HOLD-STOP-PAY
                   DISPLAY 'Enter Check Number (0 for any check of'
                       ' this amount): ' WITH NO ADVANCING
                   ACCEPT HOLD-CHECK-NUMBER
               END-IF
               DISPLAY 'Enter Expiry Date (YYYYMMDD, 0 for none): '
                   WITH NO ADVANCING
               ACCEPT HOLD-EXPIRY-DATE
                               HOLD-AMOUNT ' - ' HOLD-STATE
                               ' - EXP ' HOLD-EXPIRY-DATE
                               ' - BY ' HOLD-PLACED-BY
                           IF HOLD-STOP-PAY
                               DISPLAY '    STOP PAYMENT CHECK NO '
                                   HOLD-CHECK-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       COMPUTE-AVAILABLE-BALANCE.
           MOVE ACC-ID TO WS-HOLD-CHECK-ACC-ID
           PERFORM COMPUTE-ACCOUNT-HOLDS
           IF ACC-CREDIT
               MOVE 0 TO WS-AVAILABLE-BALANCE
           ELSE
               COMPUTE WS-AVAILABLE-BALANCE =
                   ACC-BALANCE - WS-HOLD-TOTAL
           END-IF.

       TRANSACTION-PROCESSING.
           DISPLAY ' '
           PERFORM SEARCH-ACCOUNT-BY-ID

           IF ACC-ID = WS-SEARCH-ACC-ID AND ACC-ACTIVE
               IF ACC-CREDIT
                   PERFORM POST-CREDIT-LINE-PAYMENT
               ELSE
                   MOVE ACC-BALANCE TO WS-AUDIT-BEFORE-BALANCE
                   ADD TRANS-AMOUNT TO ACC-BALANCE
                   MOVE WS-CURRENT-DATE TO ACC-LAST-TRANS
                   REWRITE ACCOUNT-RECORD
                   MOVE ACC-ID TO TRANS-ACC-ID
                   MOVE ZERO TO TRANS-LOAN-ID
                   MOVE 'DP' TO TRANS-TYPE
                   MOVE WS-CURRENT-DATE TO TRANS-DATE
                   MOVE WS-CURRENT-TIME TO TRANS-TIME
                   MOVE 'DEPOSIT' TO TRANS-DESCRIPTION
                   MOVE 'C' TO TRANS-STATUS
                   PERFORM LOG-TRANSACTION
                   PERFORM UPDATE-DRAWER-CASH-IN
                   MOVE ACC-ID TO WS-AUDIT-ENTITY-ID
                   MOVE ACC-BALANCE TO WS-AUDIT-AFTER-BALANCE
                   MOVE 'TRANSACTION>DEPOSIT' TO WS-AUDIT-MENU-PATH
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY 'Deposit processed successfully!'
                   DISPLAY 'New balance: $' ACC-BALANCE
               END-IF
           ELSE
               DISPLAY 'Account not found or inactive.'
           END-IF.
           PERFORM SEARCH-ACCOUNT-BY-ID

           IF ACC-ID = WS-SEARCH-ACC-ID AND ACC-ACTIVE
               IF ACC-CREDIT
                   PERFORM EXECUTE-CREDIT-LINE-ADVANCE
               ELSE
                   MOVE 'Y' TO WS-CD-WITHDRAW-FLAG
                   MOVE 'N' TO WS-CD-PENALTY-FLAG
                   MOVE 0 TO WS-CD-PENALTY-AMOUNT
                   IF ACC-TIME-DEPOSIT
                       PERFORM CHECK-CD-EARLY-WITHDRAWAL
                   END-IF
                   IF WS-CD-WITHDRAW-OK
                       PERFORM EXECUTE-WITHDRAWAL-DEBIT
                   ELSE
                       DISPLAY 'Withdrawal cancelled.'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'Account not found or inactive.'
               DISPLAY 'Insufficient funds.'
           END-IF.

       EXECUTE-CREDIT-LINE-ADVANCE.
           PERFORM READ-CREDIT-LINE-TERMS
           IF NOT WS-CRL-FOUND-YES
               DISPLAY 'No credit line terms on file - withdrawal'
                   ' declined.'
           ELSE
               PERFORM COMPUTE-AVAILABLE-CREDIT
               IF TRANS-AMOUNT > WS-AVAILABLE-CREDIT
                   DISPLAY 'Withdrawal declined - exceeds approved'
                       ' credit limit.'
                   DISPLAY 'Available credit: $' WS-AVAILABLE-CREDIT
               ELSE
                   MOVE ACC-BALANCE TO WS-AUDIT-BEFORE-BALANCE
                   ADD TRANS-AMOUNT TO ACC-BALANCE
                   MOVE WS-CURRENT-DATE TO ACC-LAST-TRANS
                   REWRITE ACCOUNT-RECORD
                   MOVE ACC-ID TO TRANS-ACC-ID
                   MOVE ZERO TO TRANS-LOAN-ID
                   MOVE 'WD' TO TRANS-TYPE
                   MOVE WS-CURRENT-DATE TO TRANS-DATE
                   MOVE WS-CURRENT-TIME TO TRANS-TIME
                   MOVE 'CREDIT LINE ADVANCE' TO TRANS-DESCRIPTION
                   MOVE 'C' TO TRANS-STATUS
                   PERFORM LOG-TRANSACTION
                   PERFORM UPDATE-DRAWER-CASH-OUT
                   MOVE ACC-ID TO WS-AUDIT-ENTITY-ID
                   MOVE ACC-BALANCE TO WS-AUDIT-AFTER-BALANCE
                   MOVE 'TRANSACTION>CREDIT-ADVANCE'
                       TO WS-AUDIT-MENU-PATH
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY 'Credit line advance processed'
                       ' successfully!'
                   DISPLAY 'Balance owed: $' ACC-BALANCE
               END-IF
           END-IF.

       POST-CREDIT-LINE-PAYMENT.
           IF TRANS-AMOUNT > ACC-BALANCE
               DISPLAY 'Payment exceeds the balance owed on the'
                   ' credit line.'
               DISPLAY 'Balance owed: $' ACC-BALANCE
           ELSE
               MOVE ACC-BALANCE TO WS-AUDIT-BEFORE-BALANCE
               SUBTRACT TRANS-AMOUNT FROM ACC-BALANCE
               MOVE WS-CURRENT-DATE TO ACC-LAST-TRANS
               REWRITE ACCOUNT-RECORD
               MOVE ACC-ID TO TRANS-ACC-ID
               MOVE ZERO TO TRANS-LOAN-ID
               MOVE 'DP' TO TRANS-TYPE
               MOVE WS-CURRENT-DATE TO TRANS-DATE
               MOVE WS-CURRENT-TIME TO TRANS-TIME
               MOVE 'CREDIT LINE PAYMENT' TO TRANS-DESCRIPTION
               MOVE 'C' TO TRANS-STATUS
               PERFORM LOG-TRANSACTION
               PERFORM UPDATE-DRAWER-CASH-IN
               MOVE ACC-ID TO WS-AUDIT-ENTITY-ID
               MOVE ACC-BALANCE TO WS-AUDIT-AFTER-BALANCE
               MOVE 'TRANSACTION>CREDIT-PAYMENT' TO WS-AUDIT-MENU-PATH
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY 'Credit line payment processed successfully!'
               DISPLAY 'Balance owed: $' ACC-BALANCE
           END-IF.

       CHECK-CREDIT-LINE-TRANSFER.
           SET WS-XFER-CREDIT-OK TO TRUE
           MOVE WS-XFER-TO-ID TO WS-SEARCH-ACC-ID
           PERFORM SEARCH-ACCOUNT-BY-ID
           IF ACC-ID = WS-XFER-TO-ID AND ACC-CREDIT
               AND WS-XFER-AMOUNT > ACC-BALANCE
               MOVE 'N' TO WS-XFER-CREDIT-FLAG
               DISPLAY 'Transfer exceeds the balance owed on the'
                   ' credit line.'
           END-IF
           MOVE WS-XFER-FROM-ID TO WS-SEARCH-ACC-ID
           PERFORM SEARCH-ACCOUNT-BY-ID
           IF ACC-ID = WS-XFER-FROM-ID AND ACC-CREDIT
               MOVE 'N' TO WS-XFER-CREDIT-FLAG
               DISPLAY 'Transfers cannot be drawn from a credit'
                   ' line - use a withdrawal.'
           END-IF.

       PROCESS-TRANSFER.
           DISPLAY ' '
           DISPLAY '=== PROCESS TRANSFER ==='
           IF NOT WS-LIMIT-APPROVED
               DISPLAY 'Transfer declined - exceeds operator limit.'
           ELSE
               PERFORM CHECK-CREDIT-LINE-TRANSFER
               IF WS-XFER-CREDIT-OK
                   PERFORM EXECUTE-TRANSFER
               END-IF
           END-IF.

       EXECUTE-TRANSFER.
           MOVE WS-XFER-TO-ID TO WS-SEARCH-ACC-ID
           PERFORM SEARCH-ACCOUNT-BY-ID
           MOVE ACC-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           IF ACC-CREDIT
               SUBTRACT WS-XFER-AMOUNT FROM ACC-BALANCE
           ELSE
               ADD WS-XFER-AMOUNT TO ACC-BALANCE
           END-IF
           MOVE WS-CURRENT-DATE TO ACC-LAST-TRANS
           REWRITE ACCOUNT-RECORD
           MOVE ACC-ID TO TRANS-ACC-ID
           DISPLAY '=== TRANSACTION HISTORY ==='
           DISPLAY 'Enter Account ID: ' WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACC-ID
           DISPLAY 'Enter From Date (YYYYMMDD, 0 for all): '
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE-FROM
           DISPLAY 'Enter To Date (YYYYMMDD, 0 for all): '
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE-TO
           IF WS-SEARCH-DATE-TO = 0
               MOVE 99999999 TO WS-SEARCH-DATE-TO
           END-IF

           PERFORM CHECK-ARCHIVED-HISTORY
           IF WS-ARCH-NEEDED
               PERFORM DISPLAY-ARCHIVED-HISTORY
           END-IF

           MOVE 'N' TO WS-TRANSACTION-EOF
           MOVE WS-SEARCH-ACC-ID TO TRANS-ACC-ID
           MOVE WS-SEARCH-DATE-FROM TO TRANS-DATE
           START TRANSACTION-FILE
               KEY IS NOT LESS THAN TRANS-ACC-DATE-KEY
               INVALID KEY SET WS-TRANSACTION-EOF-YES TO TRUE
                   AT END SET WS-TRANSACTION-EOF-YES TO TRUE
                   NOT AT END
                       IF TRANS-ACC-ID NOT = WS-SEARCH-ACC-ID
                           OR TRANS-DATE > WS-SEARCH-DATE-TO
                           SET WS-TRANSACTION-EOF-YES TO TRUE
                       ELSE
                           DISPLAY TRANS-ID ' - ' TRANS-TYPE ' - $'
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ARCHIVED-HISTORY.
           MOVE 'N' TO WS-ARCH-NEEDED-FLAG
           MOVE WS-SEARCH-ACC-ID TO ABAL-ACC-ID
           READ ARCHIVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-SEARCH-DATE-FROM < ABAL-ARCHIVED-THROUGH
                       SET WS-ARCH-NEEDED TO TRUE
                   END-IF
           END-READ.

       DISPLAY-ARCHIVED-HISTORY.
           MOVE 0 TO WS-ARCH-LINE-COUNT
           DISPLAY 'Archived history (before '
               ABAL-ARCHIVED-THROUGH '):'
           MOVE 'N' TO WS-ARCH-EOF
           MOVE WS-SEARCH-ACC-ID TO ARCH-ACC-ID
           MOVE WS-SEARCH-DATE-FROM TO ARCH-DATE
           START ARCHIVE-FILE
               KEY IS NOT LESS THAN ARCH-ACC-DATE-KEY
               INVALID KEY SET WS-ARCH-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-ARCH-EOF-YES
               READ ARCHIVE-FILE NEXT RECORD
                   AT END SET WS-ARCH-EOF-YES TO TRUE
                   NOT AT END
                       IF ARCH-ACC-ID NOT = WS-SEARCH-ACC-ID
                           OR ARCH-DATE > WS-SEARCH-DATE-TO
                           SET WS-ARCH-EOF-YES TO TRUE
                       ELSE
                           ADD 1 TO WS-ARCH-LINE-COUNT
                           DISPLAY ARCH-TRANS-ID ' - ' ARCH-TYPE
                               ' - $' ARCH-AMOUNT ' - ' ARCH-DATE
                               ' (ARCHIVED)'
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'Archived entries listed: ' WS-ARCH-LINE-COUNT
           DISPLAY 'Current history:'.
       
       ADD-STANDING-ORDER.
           DISPLAY ' '
           DISPLAY '=== ADD STANDING ORDER ==='
           MOVE WS-NEXT-SORD-ID TO SORD-ID
           DISPLAY 'Enter From Account ID: ' WITH NO ADVANCING
           ACCEPT SORD-FROM-ACC-ID
           DISPLAY 'Enter To Account ID: ' WITH NO ADVANCING
           ACCEPT SORD-TO-ACC-ID
           DISPLAY 'Enter Amount: ' WITH NO ADVANCING
           ACCEPT SORD-AMOUNT
           DISPLAY 'Enter Frequency (W=weekly, M=monthly): '
               WITH NO ADVANCING
               ELSE
                   MOVE SORD-TO-ACC-ID TO WS-SEARCH-ACC-ID
                   PERFORM SEARCH-ACCOUNT-BY-ID
                   EVALUATE TRUE
                       WHEN ACC-ID NOT = SORD-TO-ACC-ID
                           OR NOT ACC-ACTIVE
                           DISPLAY 'To account not found or inactive.'
                       WHEN NOT (ACC-SAVINGS OR ACC-CHECKING)
                           DISPLAY 'To account must be a deposit'
                               ' account.'
                       WHEN SORD-AMOUNT = 0
                           DISPLAY 'Amount must be greater than'
                               ' zero.'
                       WHEN SORD-WEEKLY OR SORD-MONTHLY
                           SET WS-SORD-ACCT-OK TO TRUE
                       WHEN OTHER
                           DISPLAY 'Frequency must be W or M.'
                   END-EVALUATE
               END-IF
           END-IF.

           MOVE WS-REV-TRANS-ID TO TRANS-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   MOVE WS-REV-TRANS-ID TO ARCH-TRANS-ID
                   READ ARCHIVE-FILE
                       INVALID KEY
                           DISPLAY 'Transaction not found.'
                       NOT INVALID KEY
                           DISPLAY 'Transaction has been archived'
                               ' and cannot be reversed.'
                   END-READ
               NOT INVALID KEY
                   PERFORM REVERSE-TRANSACTION-CHECKS
           END-READ.

       POST-REVERSAL-ENTRY.
           MOVE ACC-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           IF ACC-CREDIT
               IF WS-REV-CREDITS-ACCOUNT
                   SUBTRACT WS-REV-AMOUNT FROM ACC-BALANCE
               ELSE
                   ADD WS-REV-AMOUNT TO ACC-BALANCE
               END-IF
           ELSE
               IF WS-REV-CREDITS-ACCOUNT
                   ADD WS-REV-AMOUNT TO ACC-BALANCE
               ELSE
                   SUBTRACT WS-REV-AMOUNT FROM ACC-BALANCE
               END-IF
           END-IF
           MOVE WS-CURRENT-DATE TO ACC-LAST-TRANS
           REWRITE ACCOUNT-RECORD
           DISPLAY '3. Make Loan Payment'
           DISPLAY '4. View Loan Details'
           DISPLAY '5. List All Loans'
           DISPLAY '6. Loan Payoff Quote'
           DISPLAY '7. Loan Payment History'
           DISPLAY '8. Index Rate Maintenance'
           DISPLAY '9. Update Variable Rate Terms'
           DISPLAY ' '
           DISPLAY 'Enter choice (1-9): ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           
           EVALUATE WS-MENU-CHOICE
               WHEN 3 PERFORM MAKE-LOAN-PAYMENT
               WHEN 4 PERFORM VIEW-LOAN-DETAILS
               WHEN 5 PERFORM LIST-LOANS
               WHEN 6 PERFORM LOAN-PAYOFF-QUOTE
               WHEN 7 PERFORM VIEW-LOAN-PAYMENT-HISTORY
               WHEN 8 PERFORM INDEX-RATE-MAINTENANCE
               WHEN 9 PERFORM UPDATE-VARIABLE-RATE-TERMS
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE.
           ACCEPT LOAN-TYPE
           DISPLAY 'Enter Loan Amount: ' WITH NO ADVANCING
           ACCEPT LOAN-AMOUNT
           MOVE 'F' TO LOAN-RATE-TYPE
           MOVE SPACES TO LOAN-INDEX-CODE
           MOVE ZERO TO LOAN-RATE-MARGIN
           MOVE ZERO TO LOAN-RATE-FLOOR
           MOVE ZERO TO LOAN-RATE-CAP
           MOVE ZERO TO LOAN-RESET-MONTHS
           MOVE ZERO TO LOAN-NEXT-RESET-DATE
           SET WS-VAR-RATE-OK TO TRUE
           IF LOAN-BUSINESS OR LOAN-MORTGAGE
               DISPLAY 'Enter Rate Type (F=fixed, V=variable): '
                   WITH NO ADVANCING
               ACCEPT LOAN-RATE-TYPE
           END-IF
           IF LOAN-VARIABLE-RATE
               PERFORM ACCEPT-VARIABLE-RATE-TERMS
               IF WS-VAR-RATE-OK
                   PERFORM SET-VARIABLE-LOAN-RATE
               END-IF
           ELSE
               MOVE 'F' TO LOAN-RATE-TYPE
               DISPLAY 'Enter Interest Rate: ' WITH NO ADVANCING
               ACCEPT LOAN-INTEREST-RATE
           END-IF
           DISPLAY 'Enter Term (months): ' WITH NO ADVANCING
           ACCEPT LOAN-TERM
           DISPLAY 'Enter Payment Account ID for automatic'
               ' drafting (0 for none): ' WITH NO ADVANCING
           ACCEPT LOAN-PAYMENT-ACC-ID

           IF WS-VAR-RATE-OK
               PERFORM SAVE-NEW-LOAN
           ELSE
               DISPLAY 'Loan application not submitted.'
           END-IF.

       SAVE-NEW-LOAN.
           PERFORM CALCULATE-MONTHLY-PAYMENT

           MOVE 'A' TO LOAN-STATUS
           MOVE WS-CURRENT-DATE TO LOAN-OPEN-DATE
           MOVE LOAN-AMOUNT TO LOAN-BALANCE
           MOVE ZERO TO LOAN-LAST-DRAFT-DATE
           MOVE ZERO TO LOAN-ACCRUED-INTEREST
           MOVE WS-CURRENT-DATE TO LOAN-LAST-ACCRUAL-DATE
           PERFORM CALCULATE-LOAN-DUE-DATE
           IF LOAN-VARIABLE-RATE
               MOVE LOAN-OPEN-DATE TO LOAN-NEXT-RESET-DATE
               PERFORM ADVANCE-LOAN-RESET-DATE
           END-IF

           WRITE LOAN-RECORD
               INVALID KEY
           DISPLAY 'Term: ' LOAN-TERM ' months'
           DISPLAY 'Monthly Payment: $' LOAN-MONTHLY-PAYMENT
           DISPLAY 'Balance: $' LOAN-BALANCE
           DISPLAY 'Accrued Interest: $' LOAN-ACCRUED-INTEREST
           DISPLAY 'Interest Accrued To: ' LOAN-LAST-ACCRUAL-DATE
           DISPLAY 'Status: ' LOAN-STATUS
           DISPLAY 'Open Date: ' LOAN-OPEN-DATE
           DISPLAY 'Due Date: ' LOAN-DUE-DATE
           DISPLAY 'Payment Account: ' LOAN-PAYMENT-ACC-ID
           IF LOAN-VARIABLE-RATE
               DISPLAY 'Rate Type: VARIABLE  Index: ' LOAN-INDEX-CODE
                   '  Margin: ' LOAN-RATE-MARGIN
               DISPLAY 'Floor: ' LOAN-RATE-FLOOR
                   '  Cap: ' LOAN-RATE-CAP
                   '  Reset Every: ' LOAN-RESET-MONTHS ' months'
               DISPLAY 'Next Rate Reset: ' LOAN-NEXT-RESET-DATE
           ELSE
               DISPLAY 'Rate Type: FIXED'
           END-IF.
       
       MAKE-LOAN-PAYMENT.
           DISPLAY ' '
           PERFORM SEARCH-LOAN-BY-ID
           
           IF LOAN-ID = WS-SEARCH-LOAN-ID AND LOAN-ACTIVE
               COMPUTE WS-LOAN-PAYOFF-AMOUNT =
                   LOAN-BALANCE + LOAN-ACCRUED-INTEREST
               IF WS-PAYMENT-AMOUNT > 0
                   AND WS-PAYMENT-AMOUNT <= WS-LOAN-PAYOFF-AMOUNT
                   MOVE LOAN-BALANCE TO WS-AUDIT-BEFORE-BALANCE
                   PERFORM SPLIT-LOAN-PAYMENT
                   SUBTRACT WS-LOAN-INTEREST-PAID
                       FROM LOAN-ACCRUED-INTEREST
                   SUBTRACT WS-LOAN-PRINCIPAL-PAID FROM LOAN-BALANCE
                   IF LOAN-BALANCE = 0 AND LOAN-ACCRUED-INTEREST = 0
                       MOVE 'P' TO LOAN-STATUS
                       REWRITE LOAN-RECORD
                       DISPLAY 'Loan paid off completely!'
                       REWRITE LOAN-RECORD
                       DISPLAY 'Payment processed successfully!'
                       DISPLAY 'Remaining balance: $' LOAN-BALANCE
                       DISPLAY 'Accrued interest due: $'
                           LOAN-ACCRUED-INTEREST
                   END-IF
                   DISPLAY 'Interest paid:  $' WS-LOAN-INTEREST-PAID
                   DISPLAY 'Principal paid: $' WS-LOAN-PRINCIPAL-PAID
                   MOVE LOAN-ID TO WS-AUDIT-ENTITY-ID
                   MOVE LOAN-BALANCE TO WS-AUDIT-AFTER-BALANCE
                   MOVE 'LOAN>MAKE-PAYMENT' TO WS-AUDIT-MENU-PATH
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM LOG-LOAN-PAYMENT-PARTS
                   MOVE LOAN-ID TO WS-OPAY-ACC-ID
                   MOVE WS-PAYMENT-AMOUNT TO WS-OPAY-AMOUNT
                   STRING 'LOAN PAYMENT LOAN#' LOAN-ID
                       DELIMITED BY SIZE INTO WS-PAYEE-REFERENCE
                   PERFORM WRITE-OUTBOUND-PAYMENT
               ELSE
                   DISPLAY 'Payment amount must be greater than zero'
                       ' and not exceed the payoff amount of $'
                       WS-LOAN-PAYOFF-AMOUNT
               END-IF
           ELSE
               DISPLAY 'Loan not found or not active.'
           END-IF.

       SPLIT-LOAN-PAYMENT.
           IF WS-PAYMENT-AMOUNT > LOAN-ACCRUED-INTEREST
               MOVE LOAN-ACCRUED-INTEREST TO WS-LOAN-INTEREST-PAID
           ELSE
               MOVE WS-PAYMENT-AMOUNT TO WS-LOAN-INTEREST-PAID
           END-IF
           COMPUTE WS-LOAN-PRINCIPAL-PAID =
               WS-PAYMENT-AMOUNT - WS-LOAN-INTEREST-PAID.

       LOG-LOAN-PAYMENT-PARTS.
           IF WS-LOAN-INTEREST-PAID > 0
               MOVE ZERO TO TRANS-ACC-ID
               MOVE LOAN-ID TO TRANS-LOAN-ID
               MOVE 'PM' TO TRANS-TYPE
               MOVE WS-LOAN-INTEREST-PAID TO TRANS-AMOUNT
               MOVE WS-CURRENT-DATE TO TRANS-DATE
               MOVE WS-CURRENT-TIME TO TRANS-TIME
               MOVE 'LOAN INTEREST PAYMENT' TO TRANS-DESCRIPTION
               MOVE 'C' TO TRANS-STATUS
               PERFORM LOG-TRANSACTION
           END-IF
           IF WS-LOAN-PRINCIPAL-PAID > 0
               MOVE ZERO TO TRANS-ACC-ID
               MOVE LOAN-ID TO TRANS-LOAN-ID
               MOVE 'PM' TO TRANS-TYPE
               MOVE WS-LOAN-PRINCIPAL-PAID TO TRANS-AMOUNT
               MOVE WS-CURRENT-DATE TO TRANS-DATE
               MOVE WS-CURRENT-TIME TO TRANS-TIME
               MOVE 'LOAN PRINCIPAL PAYMENT' TO TRANS-DESCRIPTION
               MOVE 'C' TO TRANS-STATUS
               PERFORM LOG-TRANSACTION
           END-IF.

       ACCEPT-VARIABLE-RATE-TERMS.
           MOVE 'N' TO WS-VAR-RATE-OK-FLAG
           DISPLAY 'Enter Index Code: ' WITH NO ADVANCING
           ACCEPT LOAN-INDEX-CODE
           DISPLAY 'Enter Margin over Index: ' WITH NO ADVANCING
           ACCEPT LOAN-RATE-MARGIN
           DISPLAY 'Enter Rate Floor (0 for none): ' WITH NO ADVANCING
           ACCEPT LOAN-RATE-FLOOR
           DISPLAY 'Enter Rate Cap (0 for none): ' WITH NO ADVANCING
           ACCEPT LOAN-RATE-CAP
           DISPLAY 'Enter Reset Frequency (months): '
               WITH NO ADVANCING
           ACCEPT LOAN-RESET-MONTHS

           MOVE LOAN-INDEX-CODE TO WS-IDX-SEARCH-CODE
           MOVE WS-CURRENT-DATE TO WS-IDX-SEARCH-DATE
           PERFORM LOOKUP-INDEX-RATE
           EVALUATE TRUE
               WHEN LOAN-RESET-MONTHS = 0
                   DISPLAY 'Reset frequency must be at least one'
                       ' month.'
               WHEN LOAN-RATE-CAP > 0
                   AND LOAN-RATE-CAP < LOAN-RATE-FLOOR
                   DISPLAY 'Rate cap cannot be below the rate floor.'
               WHEN NOT WS-IDX-FOUND-YES
                   DISPLAY 'No rate on file for index '
                       LOAN-INDEX-CODE '.'
               WHEN OTHER
                   SET WS-VAR-RATE-OK TO TRUE
           END-EVALUATE.

       SET-VARIABLE-LOAN-RATE.
           COMPUTE LOAN-INTEREST-RATE =
               WS-IDX-CURRENT-RATE + LOAN-RATE-MARGIN
           IF LOAN-RATE-FLOOR > 0
               AND LOAN-INTEREST-RATE < LOAN-RATE-FLOOR
               MOVE LOAN-RATE-FLOOR TO LOAN-INTEREST-RATE
           END-IF
           IF LOAN-RATE-CAP > 0
               AND LOAN-INTEREST-RATE > LOAN-RATE-CAP
               MOVE LOAN-RATE-CAP TO LOAN-INTEREST-RATE
           END-IF
           DISPLAY 'Index rate: ' WS-IDX-CURRENT-RATE
               '%  Loan rate: ' LOAN-INTEREST-RATE '%'.

       ADVANCE-LOAN-RESET-DATE.
           MOVE LOAN-NEXT-RESET-DATE TO WS-RESET-DATE-CALC
           COMPUTE WS-RESET-TOTAL-MONTHS =
               WS-RESET-YYYY * 12 + WS-RESET-MM - 1
               + LOAN-RESET-MONTHS
           COMPUTE WS-RESET-YYYY = WS-RESET-TOTAL-MONTHS / 12
           COMPUTE WS-RESET-MM =
               WS-RESET-TOTAL-MONTHS - (WS-RESET-YYYY * 12) + 1
           MOVE WS-RESET-DATE-CALC TO LOAN-NEXT-RESET-DATE.

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
                       END-IF
               END-READ
           END-PERFORM.

       UPDATE-VARIABLE-RATE-TERMS.
           IF NOT WS-ROLE-SUPERVISOR
               DISPLAY 'Supervisor authority required to change'
                   ' loan rate terms.'
           ELSE
               DISPLAY ' '
               DISPLAY '=== UPDATE VARIABLE RATE TERMS ==='
               DISPLAY 'Enter Loan ID: ' WITH NO ADVANCING
               ACCEPT WS-SEARCH-LOAN-ID
               PERFORM SEARCH-LOAN-BY-ID
               IF LOAN-ID = WS-SEARCH-LOAN-ID AND LOAN-ACTIVE
                   AND (LOAN-BUSINESS OR LOAN-MORTGAGE)
                   PERFORM CHANGE-VARIABLE-RATE-TERMS
               ELSE
                   DISPLAY 'Loan not found, not active, or not a'
                       ' business/mortgage loan.'
               END-IF
           END-IF.

       CHANGE-VARIABLE-RATE-TERMS.
           MOVE LOAN-INTEREST-RATE TO WS-AUDIT-BEFORE-BALANCE
           PERFORM ACCEPT-VARIABLE-RATE-TERMS
           IF WS-VAR-RATE-OK
               MOVE 'V' TO LOAN-RATE-TYPE
               MOVE WS-CURRENT-DATE TO LOAN-NEXT-RESET-DATE
               REWRITE LOAN-RECORD
               DISPLAY 'Variable rate terms saved.'
               DISPLAY 'The loan will be repriced by the next rate'
                   ' reset run.'
               MOVE LOAN-ID TO WS-AUDIT-ENTITY-ID
               MOVE LOAN-INTEREST-RATE TO WS-AUDIT-AFTER-BALANCE
               MOVE 'LOAN>VARIABLE-TERMS' TO WS-AUDIT-MENU-PATH
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'Rate terms not changed.'
           END-IF.

       INDEX-RATE-MAINTENANCE.
           IF NOT WS-ROLE-SUPERVISOR
               DISPLAY 'Supervisor authority required for index'
                   ' rate maintenance.'
           ELSE
               PERFORM INDEX-RATE-MENU
           END-IF.

       INDEX-RATE-MENU.
           DISPLAY ' '
           DISPLAY '=== INDEX RATE MAINTENANCE ==='
           DISPLAY '1. Add/Update Index Rate'
           DISPLAY '2. List Index Rates'
           DISPLAY ' '
           DISPLAY 'Enter choice (1-2): ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM UPDATE-INDEX-RATE
               WHEN 2 PERFORM LIST-INDEX-RATES
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE.

       UPDATE-INDEX-RATE.
           DISPLAY ' '
           DISPLAY '=== ADD/UPDATE INDEX RATE ==='
           DISPLAY 'Enter Index Code: ' WITH NO ADVANCING
           ACCEPT WS-IDX-SEARCH-CODE
           DISPLAY 'Enter Effective Date (YYYYMMDD, 0 for today): '
               WITH NO ADVANCING
           ACCEPT WS-IDX-SEARCH-DATE
           IF WS-IDX-SEARCH-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-IDX-SEARCH-DATE
           END-IF

           IF WS-IDX-SEARCH-CODE = SPACES
               DISPLAY 'Index code is required.'
           ELSE
               PERFORM SAVE-INDEX-RATE
           END-IF.

       SAVE-INDEX-RATE.
           MOVE 'N' TO WS-IDX-FOUND-FLAG
           MOVE WS-IDX-SEARCH-CODE TO IDX-CODE
           MOVE WS-IDX-SEARCH-DATE TO IDX-EFFECTIVE-DATE
           READ INDEX-RATE-FILE
               INVALID KEY
                   MOVE SPACES TO IDX-DESCRIPTION
               NOT INVALID KEY
                   SET WS-IDX-FOUND-YES TO TRUE
                   DISPLAY 'Existing rate: ' IDX-RATE
                       ' - will be replaced.'
           END-READ
           MOVE WS-IDX-SEARCH-CODE TO IDX-CODE
           MOVE WS-IDX-SEARCH-DATE TO IDX-EFFECTIVE-DATE
           DISPLAY 'Enter Index Rate: ' WITH NO ADVANCING
           ACCEPT IDX-RATE
           DISPLAY 'Enter Description: ' WITH NO ADVANCING
           ACCEPT IDX-DESCRIPTION
           MOVE WS-OPERATOR-ID TO IDX-UPDATED-BY
           MOVE WS-CURRENT-DATE TO IDX-UPDATE-DATE
           IF WS-IDX-FOUND-YES
               REWRITE INDEX-RATE-RECORD
               DISPLAY 'Index rate updated.'
           ELSE
               WRITE INDEX-RATE-RECORD
                   INVALID KEY
                       DISPLAY 'Error: index rate not written.'
                   NOT INVALID KEY
                       DISPLAY 'Index rate added.'
               END-WRITE
           END-IF
           MOVE ZERO TO WS-AUDIT-ENTITY-ID
           MOVE ZERO TO WS-AUDIT-BEFORE-BALANCE
           MOVE IDX-RATE TO WS-AUDIT-AFTER-BALANCE
           MOVE 'LOAN>INDEX-RATE' TO WS-AUDIT-MENU-PATH
           PERFORM WRITE-AUDIT-RECORD.

       LIST-INDEX-RATES.
           DISPLAY ' '
           DISPLAY '=== INDEX RATES ==='
           MOVE 'N' TO WS-IDX-EOF
           MOVE LOW-VALUES TO IDX-KEY
           START INDEX-RATE-FILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY SET WS-IDX-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-IDX-EOF-YES
               READ INDEX-RATE-FILE NEXT RECORD
                   AT END SET WS-IDX-EOF-YES TO TRUE
                   NOT AT END
                       DISPLAY IDX-CODE ' - ' IDX-EFFECTIVE-DATE
                           ' - ' IDX-RATE '% - ' IDX-DESCRIPTION
               END-READ
           END-PERFORM.

       LOAN-PAYOFF-QUOTE.
           DISPLAY ' '
           DISPLAY '=== LOAN PAYOFF QUOTE ==='
           DISPLAY 'Enter Loan ID: ' WITH NO ADVANCING
           ACCEPT WS-SEARCH-LOAN-ID
           DISPLAY 'Enter Payoff Date (YYYYMMDD, 0 for today): '
               WITH NO ADVANCING
           ACCEPT WS-PAYOFF-DATE
           IF WS-PAYOFF-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-PAYOFF-DATE
           END-IF

           PERFORM SEARCH-LOAN-BY-ID

           IF LOAN-ID = WS-SEARCH-LOAN-ID AND LOAN-ACTIVE
               IF LOAN-LAST-ACCRUAL-DATE > 0
                   MOVE LOAN-LAST-ACCRUAL-DATE TO WS-PAYOFF-FROM-DATE
               ELSE
                   MOVE LOAN-OPEN-DATE TO WS-PAYOFF-FROM-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAYOFF-DATE) NOT = 0
                   DISPLAY 'Invalid payoff date.'
               ELSE
                   IF WS-PAYOFF-DATE < WS-PAYOFF-FROM-DATE
                       DISPLAY 'Payoff date is before interest was'
                           ' last accrued (' WS-PAYOFF-FROM-DATE ').'
                   ELSE
                       PERFORM CALCULATE-LOAN-PAYOFF
                   END-IF
               END-IF
           ELSE
               DISPLAY 'Loan not found or not active.'
           END-IF.

       CALCULATE-LOAN-PAYOFF.
           COMPUTE WS-PAYOFF-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PAYOFF-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-PAYOFF-FROM-DATE)
           COMPUTE WS-PAYOFF-PER-DIEM ROUNDED =
               LOAN-BALANCE * LOAN-INTEREST-RATE / 36500
           COMPUTE WS-PAYOFF-INTEREST ROUNDED =
               LOAN-BALANCE * LOAN-INTEREST-RATE * WS-PAYOFF-DAYS
               / 36500
           COMPUTE WS-LOAN-PAYOFF-AMOUNT =
               LOAN-BALANCE + LOAN-ACCRUED-INTEREST
               + WS-PAYOFF-INTEREST

           DISPLAY ' '
           DISPLAY 'Payoff quote for loan ' LOAN-ID
               ' as of ' WS-PAYOFF-DATE
           DISPLAY 'Principal balance:        $' LOAN-BALANCE
           DISPLAY 'Accrued interest to '
               WS-PAYOFF-FROM-DATE ': $' LOAN-ACCRUED-INTEREST
           DISPLAY 'Per-diem interest:        $' WS-PAYOFF-PER-DIEM
           DISPLAY 'Days to payoff date:      ' WS-PAYOFF-DAYS
           DISPLAY 'Interest to payoff date:  $' WS-PAYOFF-INTEREST
           DISPLAY 'Total payoff amount:      $' WS-LOAN-PAYOFF-AMOUNT.

       VIEW-LOAN-PAYMENT-HISTORY.
           DISPLAY ' '
           DISPLAY '=== LOAN PAYMENT HISTORY ==='
           DISPLAY 'Enter Loan ID: ' WITH NO ADVANCING
           ACCEPT WS-SEARCH-LOAN-ID

           MOVE 0 TO WS-LOAN-HIST-COUNT
           MOVE 0 TO WS-LOAN-HIST-INTEREST
           MOVE 0 TO WS-LOAN-HIST-PRINCIPAL
           MOVE 'N' TO WS-TRANSACTION-EOF
           MOVE ZERO TO TRANS-ACC-ID
           MOVE ZEROS TO TRANS-DATE
           START TRANSACTION-FILE
               KEY IS NOT LESS THAN TRANS-ACC-DATE-KEY
               INVALID KEY SET WS-TRANSACTION-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-TRANSACTION-EOF-YES
               READ TRANSACTION-FILE NEXT RECORD
                   AT END SET WS-TRANSACTION-EOF-YES TO TRUE
                   NOT AT END
                       IF TRANS-ACC-ID NOT = 0
                           SET WS-TRANSACTION-EOF-YES TO TRUE
                       ELSE
                           IF TRANS-LOAN-ID = WS-SEARCH-LOAN-ID
                               AND TRANS-COMPLETED
                               PERFORM SHOW-LOAN-PAYMENT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY 'Payments listed: ' WS-LOAN-HIST-COUNT
           DISPLAY 'Total interest paid:  $' WS-LOAN-HIST-INTEREST
           DISPLAY 'Total principal paid: $' WS-LOAN-HIST-PRINCIPAL.

       SHOW-LOAN-PAYMENT-LINE.
           ADD 1 TO WS-LOAN-HIST-COUNT
           IF TRANS-DESCRIPTION(1:13) = 'LOAN INTEREST'
               ADD TRANS-AMOUNT TO WS-LOAN-HIST-INTEREST
           ELSE
               ADD TRANS-AMOUNT TO WS-LOAN-HIST-PRINCIPAL
           END-IF
           DISPLAY TRANS-ID ' - ' TRANS-DATE ' - '
               TRANS-DESCRIPTION(1:22) ' - $' TRANS-AMOUNT.
       
       VIEW-LOAN-DETAILS.
           DISPLAY ' '
       RECONCILE-ONE-ACCOUNT.
           ADD 1 TO WS-RECON-ACCOUNTS-CHECKED
           MOVE 0 TO WS-RECON-COMPUTED-BALANCE
           MOVE ACC-ID TO ABAL-ACC-ID
           READ ARCHIVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ABAL-NET-AMOUNT TO WS-RECON-COMPUTED-BALANCE
           END-READ

           MOVE 'N' TO WS-TRANSACTION-EOF
           MOVE ACC-ID TO TRANS-ACC-ID
               END-READ
           END-PERFORM

           IF ACC-CREDIT
               COMPUTE WS-RECON-COMPUTED-BALANCE =
                   0 - WS-RECON-COMPUTED-BALANCE
           END-IF
           IF WS-RECON-COMPUTED-BALANCE NOT = ACC-BALANCE
               ADD 1 TO WS-RECON-MISMATCH-COUNT
               STRING 'MISMATCH ACCT:' ACC-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE ACC-ID TO WS-SEARCH-ACC-ID
           PERFORM CHECK-ARCHIVED-HISTORY
           IF WS-ARCH-NEEDED
               PERFORM WRITE-STATEMENT-ARCHIVED-LINES
           END-IF

           MOVE 'N' TO WS-TRANSACTION-EOF
           MOVE ACC-ID TO TRANS-ACC-ID
           MOVE WS-SEARCH-DATE-FROM TO TRANS-DATE
               END-READ
           END-PERFORM.

       WRITE-STATEMENT-ARCHIVED-LINES.
           MOVE 'N' TO WS-ARCH-EOF
           MOVE ACC-ID TO ARCH-ACC-ID
           MOVE WS-SEARCH-DATE-FROM TO ARCH-DATE
           START ARCHIVE-FILE
               KEY IS NOT LESS THAN ARCH-ACC-DATE-KEY
               INVALID KEY SET WS-ARCH-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-ARCH-EOF-YES
               READ ARCHIVE-FILE NEXT RECORD
                   AT END SET WS-ARCH-EOF-YES TO TRUE
                   NOT AT END
                       IF ARCH-ACC-ID NOT = ACC-ID
                           OR ARCH-DATE > WS-SEARCH-DATE-TO
                           SET WS-ARCH-EOF-YES TO TRUE
                       ELSE
                           STRING '    ' ARCH-TRANS-ID ' ' ARCH-TYPE
                               ' $' ARCH-AMOUNT ' ' ARCH-DATE
                               ' ARCHIVED'
                               DELIMITED BY SIZE INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       OPERATOR-MAINTENANCE.
           IF NOT WS-ROLE-SUPERVISOR
               DISPLAY 'Supervisor authority required for operator'
           ACCEPT FEE-FREE-WITHDRAWALS
           DISPLAY 'Enter Excess Withdrawal Fee: ' WITH NO ADVANCING
           ACCEPT FEE-EXCESS-WD-AMOUNT
           DISPLAY 'Enter Late Payment Fee (0 for none): '
               WITH NO ADVANCING
           ACCEPT FEE-LATE-AMOUNT
           DISPLAY 'Enter NSF Returned Item Fee (0 for none): '
               WITH NO ADVANCING
           ACCEPT FEE-NSF-AMOUNT
           MOVE WS-OPERATOR-ID TO FEE-UPDATED-BY
           MOVE WS-CURRENT-DATE TO FEE-UPDATE-DATE

                           ' BELOW-MIN $' FEE-BELOW-MIN-AMOUNT
                           ' FREE WD ' FEE-FREE-WITHDRAWALS
                           ' EXCESS $' FEE-EXCESS-WD-AMOUNT
                           ' LATE $' FEE-LATE-AMOUNT
                           ' NSF $' FEE-NSF-AMOUNT
               END-READ
           END-PERFORM.

       GL-MAINTENANCE.
           IF NOT WS-ROLE-SUPERVISOR
               DISPLAY 'Supervisor authority required for GL'
                   ' maintenance.'
           ELSE
               PERFORM GL-MAINTENANCE-MENU
           END-IF.

       GL-MAINTENANCE-MENU.
           DISPLAY ' '
           DISPLAY '=== GL CHART OF ACCOUNTS MAINTENANCE ==='
           DISPLAY '1. Add/Update GL Account'
           DISPLAY '2. List Chart of Accounts'
           DISPLAY '3. Add/Update Posting Rule'
           DISPLAY '4. List Posting Rules'
           DISPLAY '5. Load Standard Accounts and Rules'
           DISPLAY '6. Load Opening Balances'
           DISPLAY ' '
           DISPLAY 'Enter choice (1-6): ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM UPDATE-GL-ACCOUNT
               WHEN 2 PERFORM LIST-GL-ACCOUNTS
               WHEN 3 PERFORM UPDATE-POSTING-RULE
               WHEN 4 PERFORM LIST-POSTING-RULES
               WHEN 5 PERFORM LOAD-STANDARD-GL-SETUP
               WHEN 6 PERFORM LOAD-GL-OPENING-BALANCES
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE.

       UPDATE-GL-ACCOUNT.
           DISPLAY ' '
           DISPLAY '=== ADD/UPDATE GL ACCOUNT ==='
           DISPLAY 'Enter GL Account Number: ' WITH NO ADVANCING
           ACCEPT WS-COA-SEARCH-ID
           IF WS-COA-SEARCH-ID = 0
               DISPLAY 'GL account number must be greater than'
                   ' zero.'
           ELSE
               MOVE 'N' TO WS-COA-FOUND-FLAG
               MOVE WS-COA-SEARCH-ID TO COA-GL-ACCOUNT
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-COA-FOUND-YES TO TRUE
                       DISPLAY 'Existing account: ' COA-NAME
                           ' - values will be replaced.'
               END-READ
               PERFORM ACCEPT-GL-ACCOUNT-DETAILS
           END-IF.

       ACCEPT-GL-ACCOUNT-DETAILS.
           MOVE WS-COA-SEARCH-ID TO COA-GL-ACCOUNT
           DISPLAY 'Enter Account Name: ' WITH NO ADVANCING
           ACCEPT COA-NAME
           DISPLAY 'Enter Class (A-Asset L-Liability Q-Equity'
               ' I-Income E-Expense): ' WITH NO ADVANCING
           ACCEPT COA-CLASS
           DISPLAY 'Enter Normal Balance Side (D/C): '
               WITH NO ADVANCING
           ACCEPT COA-NORMAL-SIDE
           DISPLAY 'Enter Controlled Account Type (SV/CH/LN/CR/CD,'
               ' blank for none): ' WITH NO ADVANCING
           ACCEPT COA-CONTROL-ACC-TYPE
           DISPLAY 'Enter Status (A/I): ' WITH NO ADVANCING
           ACCEPT COA-STATUS
           MOVE WS-OPERATOR-ID TO COA-UPDATED-BY
           MOVE WS-CURRENT-DATE TO COA-UPDATE-DATE

           IF NOT (COA-ASSET OR COA-LIABILITY OR COA-EQUITY
                   OR COA-INCOME OR COA-EXPENSE)
               DISPLAY 'Invalid account class - GL account not'
                   ' saved.'
           ELSE
               IF NOT (COA-NORMAL-DEBIT OR COA-NORMAL-CREDIT)
                   DISPLAY 'Invalid normal balance side - GL account'
                       ' not saved.'
               ELSE
                   IF NOT (COA-ACTIVE OR COA-INACTIVE)
                       DISPLAY 'Invalid status - GL account not'
                           ' saved.'
                   ELSE
                       PERFORM SAVE-GL-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       SAVE-GL-ACCOUNT.
           IF WS-COA-FOUND-YES
               REWRITE GL-ACCOUNT-RECORD
               DISPLAY 'GL account updated.'
           ELSE
               WRITE GL-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY 'Error: GL account not written.'
                   NOT INVALID KEY
                       DISPLAY 'GL account added.'
               END-WRITE
           END-IF

           MOVE COA-GL-ACCOUNT TO WS-AUDIT-ENTITY-ID
           MOVE ZERO TO WS-AUDIT-BEFORE-BALANCE
           MOVE ZERO TO WS-AUDIT-AFTER-BALANCE
           MOVE 'GL>UPDATE-ACCOUNT' TO WS-AUDIT-MENU-PATH
           PERFORM WRITE-AUDIT-RECORD.

       LIST-GL-ACCOUNTS.
           DISPLAY ' '
           DISPLAY '=== CHART OF ACCOUNTS ==='
           MOVE 'N' TO WS-COA-EOF
           MOVE LOW-VALUES TO COA-GL-ACCOUNT
           START GL-ACCOUNT-FILE KEY IS NOT LESS THAN COA-GL-ACCOUNT
               INVALID KEY SET WS-COA-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-COA-EOF-YES
               READ GL-ACCOUNT-FILE NEXT RECORD
                   AT END SET WS-COA-EOF-YES TO TRUE
                   NOT AT END
                       DISPLAY COA-GL-ACCOUNT ' - ' COA-NAME
                           ' - ' COA-CLASS ' - ' COA-NORMAL-SIDE
                           ' - CONTROLS ' COA-CONTROL-ACC-TYPE
                           ' - ' COA-STATUS
               END-READ
           END-PERFORM.

       UPDATE-POSTING-RULE.
           DISPLAY ' '
           DISPLAY '=== ADD/UPDATE POSTING RULE ==='
           DISPLAY 'Posting codes: DP deposit, WD withdrawal,'
               ' TO transfer out, TI transfer in,'
           DISPLAY '               PM payment, LP loan principal,'
               ' LI loan interest'
           DISPLAY 'Enter Posting Code: ' WITH NO ADVANCING
           ACCEPT WS-PRULE-SEARCH-CODE
           DISPLAY 'Enter Account Type (SV/CH/LN/CR/CD, blank for'
               ' all types): ' WITH NO ADVANCING
           ACCEPT WS-PRULE-SEARCH-TYPE

           IF NOT WS-PRULE-CODE-VALID
               DISPLAY 'Invalid posting code.'
           ELSE
               IF NOT WS-PRULE-TYPE-VALID
                   DISPLAY 'Invalid account type.'
               ELSE
                   PERFORM ACCEPT-POSTING-RULE-DETAILS
               END-IF
           END-IF.

       ACCEPT-POSTING-RULE-DETAILS.
           MOVE 'N' TO WS-PRULE-FOUND-FLAG
           MOVE WS-PRULE-SEARCH-CODE TO PRULE-TRANS-CODE
           MOVE WS-PRULE-SEARCH-TYPE TO PRULE-ACC-TYPE
           READ POSTING-RULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PRULE-FOUND-YES TO TRUE
                   DISPLAY 'Existing rule: DR ' PRULE-DEBIT-GL
                       ' CR ' PRULE-CREDIT-GL
                       ' - values will be replaced.'
           END-READ

           MOVE WS-PRULE-SEARCH-CODE TO PRULE-TRANS-CODE
           MOVE WS-PRULE-SEARCH-TYPE TO PRULE-ACC-TYPE
           DISPLAY 'Enter Debit GL Account: ' WITH NO ADVANCING
           ACCEPT PRULE-DEBIT-GL
           DISPLAY 'Enter Credit GL Account: ' WITH NO ADVANCING
           ACCEPT PRULE-CREDIT-GL
           DISPLAY 'Enter Rule Description: ' WITH NO ADVANCING
           ACCEPT PRULE-DESCRIPTION
           MOVE WS-OPERATOR-ID TO PRULE-UPDATED-BY
           MOVE WS-CURRENT-DATE TO PRULE-UPDATE-DATE

           IF PRULE-DEBIT-GL = PRULE-CREDIT-GL
               DISPLAY 'Debit and credit GL accounts must differ -'
                   ' rule not saved.'
           ELSE
               MOVE PRULE-DEBIT-GL TO WS-COA-SEARCH-ID
               PERFORM CHECK-GL-ACCOUNT-ON-FILE
               IF WS-COA-CHECK-OK
                   MOVE PRULE-CREDIT-GL TO WS-COA-SEARCH-ID
                   PERFORM CHECK-GL-ACCOUNT-ON-FILE
               END-IF
               IF WS-COA-CHECK-OK
                   PERFORM SAVE-POSTING-RULE
               ELSE
                   DISPLAY 'Rule not saved.'
               END-IF
           END-IF.

       CHECK-GL-ACCOUNT-ON-FILE.
           MOVE 'N' TO WS-COA-CHECK-FLAG
           MOVE WS-COA-SEARCH-ID TO COA-GL-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'GL account ' WS-COA-SEARCH-ID
                       ' is not in the chart of accounts.'
               NOT INVALID KEY
                   IF COA-ACTIVE
                       SET WS-COA-CHECK-OK TO TRUE
                   ELSE
                       DISPLAY 'GL account ' WS-COA-SEARCH-ID
                           ' is inactive.'
                   END-IF
           END-READ.

       SAVE-POSTING-RULE.
           IF WS-PRULE-FOUND-YES
               REWRITE POSTING-RULE-RECORD
               DISPLAY 'Posting rule updated.'
           ELSE
               WRITE POSTING-RULE-RECORD
                   INVALID KEY
                       DISPLAY 'Error: posting rule not written.'
                   NOT INVALID KEY
                       DISPLAY 'Posting rule added.'
               END-WRITE
           END-IF

           MOVE PRULE-DEBIT-GL TO WS-AUDIT-ENTITY-ID
           MOVE ZERO TO WS-AUDIT-BEFORE-BALANCE
           MOVE ZERO TO WS-AUDIT-AFTER-BALANCE
           MOVE 'GL>UPDATE-RULE' TO WS-AUDIT-MENU-PATH
           PERFORM WRITE-AUDIT-RECORD.

       LIST-POSTING-RULES.
           DISPLAY ' '
           DISPLAY '=== POSTING RULES ==='
           MOVE 'N' TO WS-PRULE-EOF
           MOVE LOW-VALUES TO PRULE-KEY
           START POSTING-RULE-FILE KEY IS NOT LESS THAN PRULE-KEY
               INVALID KEY SET WS-PRULE-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-PRULE-EOF-YES
               READ POSTING-RULE-FILE NEXT RECORD
                   AT END SET WS-PRULE-EOF-YES TO TRUE
                   NOT AT END
                       DISPLAY PRULE-TRANS-CODE ' / ' PRULE-ACC-TYPE
                           ' - DR ' PRULE-DEBIT-GL
                           ' CR ' PRULE-CREDIT-GL
                           ' - ' PRULE-DESCRIPTION
               END-READ
           END-PERFORM.

       LOAD-STANDARD-GL-SETUP.
           MOVE 0 TO WS-GL-LOAD-COUNT
           MOVE 0 TO WS-GL-TAG-COUNT
           MOVE SPACES TO WS-GL-LOAD-CONTROL-TYPE
           MOVE SPACES TO WS-GL-LOAD-ACC-TYPE
           MOVE 1010 TO COA-GL-ACCOUNT
           MOVE 'CASH AND DUE FROM BANKS' TO COA-NAME
           MOVE 'A' TO COA-CLASS
           MOVE 'D' TO COA-NORMAL-SIDE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE 1210 TO COA-GL-ACCOUNT
           MOVE 'LOANS RECEIVABLE' TO COA-NAME
           MOVE 'A' TO COA-CLASS
           MOVE 'D' TO COA-NORMAL-SIDE
           MOVE 'LN' TO WS-GL-LOAD-CONTROL-TYPE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE 2010 TO COA-GL-ACCOUNT
           MOVE 'SAVINGS DEPOSITS' TO COA-NAME
           MOVE 'L' TO COA-CLASS
           MOVE 'C' TO COA-NORMAL-SIDE
           MOVE 'SV' TO WS-GL-LOAD-CONTROL-TYPE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE 2020 TO COA-GL-ACCOUNT
           MOVE 'CHECKING DEPOSITS' TO COA-NAME
           MOVE 'L' TO COA-CLASS
           MOVE 'C' TO COA-NORMAL-SIDE
           MOVE 'CH' TO WS-GL-LOAD-CONTROL-TYPE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE 2030 TO COA-GL-ACCOUNT
           MOVE 'TIME DEPOSITS' TO COA-NAME
           MOVE 'L' TO COA-CLASS
           MOVE 'C' TO COA-NORMAL-SIDE
           MOVE 'CD' TO WS-GL-LOAD-CONTROL-TYPE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE SPACES TO WS-GL-LOAD-CONTROL-TYPE
           MOVE 2110 TO COA-GL-ACCOUNT
           MOVE 'OUTBOUND PAYMENTS CLEARING' TO COA-NAME
           MOVE 'L' TO COA-CLASS
           MOVE 'C' TO COA-NORMAL-SIDE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE 2120 TO COA-GL-ACCOUNT
           MOVE 'TRANSFERS CLEARING' TO COA-NAME
           MOVE 'L' TO COA-CLASS
           MOVE 'C' TO COA-NORMAL-SIDE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE WS-OBAL-EQUITY-GL TO COA-GL-ACCOUNT
           MOVE 'OPENING BALANCE EQUITY' TO COA-NAME
           MOVE 'Q' TO COA-CLASS
           MOVE 'C' TO COA-NORMAL-SIDE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE 4110 TO COA-GL-ACCOUNT
           MOVE 'LOAN INTEREST INCOME' TO COA-NAME
           MOVE 'I' TO COA-CLASS
           MOVE 'C' TO COA-NORMAL-SIDE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE 4120 TO COA-GL-ACCOUNT
           MOVE 'CREDIT LINE CHARGES AND FEES' TO COA-NAME
           MOVE 'I' TO COA-CLASS
           MOVE 'C' TO COA-NORMAL-SIDE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE 1220 TO COA-GL-ACCOUNT
           MOVE 'CREDIT LINES RECEIVABLE' TO COA-NAME
           MOVE 'A' TO COA-CLASS
           MOVE 'D' TO COA-NORMAL-SIDE
           MOVE 'CR' TO WS-GL-LOAD-CONTROL-TYPE
           PERFORM WRITE-STANDARD-GL-ACCOUNT
           MOVE SPACES TO WS-GL-LOAD-CONTROL-TYPE

           MOVE 2010 TO WS-GL-LOAD-DEPOSIT-GL
           PERFORM WRITE-DEPOSIT-TYPE-RULES
           MOVE 'LP' TO PRULE-TRANS-CODE
           MOVE 1010 TO PRULE-DEBIT-GL
           MOVE 1210 TO PRULE-CREDIT-GL
           MOVE 'LOAN PRINCIPAL PAYMENTS' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE
           MOVE 'LI' TO PRULE-TRANS-CODE
           MOVE 1010 TO PRULE-DEBIT-GL
           MOVE 4110 TO PRULE-CREDIT-GL
           MOVE 'LOAN INTEREST PAYMENTS' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE

           MOVE 'SV' TO WS-GL-LOAD-ACC-TYPE
           MOVE 2010 TO WS-GL-LOAD-DEPOSIT-GL
           PERFORM WRITE-DEPOSIT-TYPE-RULES
           MOVE 'CH' TO WS-GL-LOAD-ACC-TYPE
           MOVE 2020 TO WS-GL-LOAD-DEPOSIT-GL
           PERFORM WRITE-DEPOSIT-TYPE-RULES
           MOVE 'CD' TO WS-GL-LOAD-ACC-TYPE
           MOVE 2030 TO WS-GL-LOAD-DEPOSIT-GL
           PERFORM WRITE-DEPOSIT-TYPE-RULES

           MOVE 'CR' TO WS-GL-LOAD-ACC-TYPE
           MOVE 'DP' TO PRULE-TRANS-CODE
           MOVE 1010 TO PRULE-DEBIT-GL
           MOVE 1220 TO PRULE-CREDIT-GL
           MOVE 'CREDIT LINE PAYMENTS' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE
           MOVE 'WD' TO PRULE-TRANS-CODE
           MOVE 1220 TO PRULE-DEBIT-GL
           MOVE 1010 TO PRULE-CREDIT-GL
           MOVE 'CREDIT LINE ADVANCES' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE
           MOVE 'TI' TO PRULE-TRANS-CODE
           MOVE 2120 TO PRULE-DEBIT-GL
           MOVE 1220 TO PRULE-CREDIT-GL
           MOVE 'CREDIT LINE TRANSFER PAYMENTS' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE
           MOVE 'PM' TO PRULE-TRANS-CODE
           MOVE 1220 TO PRULE-DEBIT-GL
           MOVE 4120 TO PRULE-CREDIT-GL
           MOVE 'CREDIT LINE CHARGES AND FEES' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE
           MOVE SPACES TO WS-GL-LOAD-ACC-TYPE

           DISPLAY 'Standard GL records added: ' WS-GL-LOAD-COUNT
           DISPLAY 'Existing control accounts tagged: '
               WS-GL-TAG-COUNT
           DISPLAY 'Existing accounts and rules were otherwise left'
               ' unchanged.'
           MOVE ZERO TO WS-AUDIT-ENTITY-ID
           MOVE ZERO TO WS-AUDIT-BEFORE-BALANCE
           MOVE ZERO TO WS-AUDIT-AFTER-BALANCE
           MOVE 'GL>LOAD-STANDARD' TO WS-AUDIT-MENU-PATH
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-DEPOSIT-TYPE-RULES.
           MOVE 'DP' TO PRULE-TRANS-CODE
           MOVE 1010 TO PRULE-DEBIT-GL
           MOVE WS-GL-LOAD-DEPOSIT-GL TO PRULE-CREDIT-GL
           MOVE 'DEPOSITS' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE
           MOVE 'WD' TO PRULE-TRANS-CODE
           MOVE WS-GL-LOAD-DEPOSIT-GL TO PRULE-DEBIT-GL
           MOVE 1010 TO PRULE-CREDIT-GL
           MOVE 'WITHDRAWALS' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE
           MOVE 'TO' TO PRULE-TRANS-CODE
           MOVE WS-GL-LOAD-DEPOSIT-GL TO PRULE-DEBIT-GL
           MOVE 2120 TO PRULE-CREDIT-GL
           MOVE 'TRANSFERS OUT' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE
           MOVE 'TI' TO PRULE-TRANS-CODE
           MOVE 2120 TO PRULE-DEBIT-GL
           MOVE WS-GL-LOAD-DEPOSIT-GL TO PRULE-CREDIT-GL
           MOVE 'TRANSFERS IN' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE
           MOVE 'PM' TO PRULE-TRANS-CODE
           MOVE WS-GL-LOAD-DEPOSIT-GL TO PRULE-DEBIT-GL
           MOVE 2110 TO PRULE-CREDIT-GL
           MOVE 'OUTBOUND PAYMENTS' TO PRULE-DESCRIPTION
           PERFORM WRITE-STANDARD-POSTING-RULE.

       WRITE-STANDARD-GL-ACCOUNT.
           MOVE WS-GL-LOAD-CONTROL-TYPE TO COA-CONTROL-ACC-TYPE
           MOVE 'A' TO COA-STATUS
           MOVE WS-OPERATOR-ID TO COA-UPDATED-BY
           MOVE WS-CURRENT-DATE TO COA-UPDATE-DATE
           MOVE 'N' TO WS-GL-TAG-FLAG
           WRITE GL-ACCOUNT-RECORD
               INVALID KEY
                   IF WS-GL-LOAD-CONTROL-TYPE NOT = SPACES
                       SET WS-GL-TAG-NEEDED TO TRUE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-GL-LOAD-COUNT
           END-WRITE
           IF WS-GL-TAG-NEEDED
               PERFORM TAG-EXISTING-CONTROL-ACCOUNT
           END-IF.

       TAG-EXISTING-CONTROL-ACCOUNT.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COA-CONTROL-ACC-TYPE = SPACES
                       MOVE WS-GL-LOAD-CONTROL-TYPE
                           TO COA-CONTROL-ACC-TYPE
                       MOVE WS-OPERATOR-ID TO COA-UPDATED-BY
                       MOVE WS-CURRENT-DATE TO COA-UPDATE-DATE
                       REWRITE GL-ACCOUNT-RECORD
                       ADD 1 TO WS-GL-TAG-COUNT
                   END-IF
           END-READ.

       WRITE-STANDARD-POSTING-RULE.
           MOVE WS-GL-LOAD-ACC-TYPE TO PRULE-ACC-TYPE
           MOVE WS-OPERATOR-ID TO PRULE-UPDATED-BY
           MOVE WS-CURRENT-DATE TO PRULE-UPDATE-DATE
           WRITE POSTING-RULE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-GL-LOAD-COUNT
           END-WRITE.

       LOAD-GL-OPENING-BALANCES.
           DISPLAY ' '
           DISPLAY '=== LOAD GL OPENING BALANCES ==='
           MOVE 'N' TO WS-GLB-EOF
           MOVE LOW-VALUES TO GLB-GL-ACCOUNT
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-GL-ACCOUNT
               INVALID KEY SET WS-GLB-EOF-YES TO TRUE
           END-START
           IF NOT WS-GLB-EOF-YES
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END SET WS-GLB-EOF-YES TO TRUE
               END-READ
           END-IF
           IF NOT WS-GLB-EOF-YES
               DISPLAY 'GL balances are already on file.'
               DISPLAY 'Opening balances can only be loaded into an'
                   ' empty ledger.'
           ELSE
               MOVE WS-OBAL-EQUITY-GL TO COA-GL-ACCOUNT
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-COA-FOUND-FLAG
                   NOT INVALID KEY
                       SET WS-COA-FOUND-YES TO TRUE
               END-READ
               IF NOT WS-COA-FOUND-YES
                   DISPLAY 'Opening balance equity account '
                       WS-OBAL-EQUITY-GL ' is not on file.'
                   DISPLAY 'Load the standard accounts first.'
               ELSE
                   PERFORM ACCUMULATE-OPENING-BALANCES
                   PERFORM WRITE-OPENING-BALANCES
               END-IF
           END-IF.

       ACCUMULATE-OPENING-BALANCES.
           MOVE 0 TO WS-OBAL-COUNT
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
                           MOVE ACC-TYPE TO WS-OBAL-WORK-TYPE
                           MOVE ACC-BALANCE TO WS-OBAL-WORK-AMOUNT
                           PERFORM ADD-TO-OPENING-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ACCUMULATE-LOAN-OPENING-BALANCE.

       ACCUMULATE-LOAN-OPENING-BALANCE.
           MOVE 'LN' TO WS-OBAL-WORK-TYPE
           MOVE 0 TO WS-OBAL-WORK-AMOUNT
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
                           ADD LOAN-BALANCE TO WS-OBAL-WORK-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ADD-TO-OPENING-BALANCE.

       ADD-TO-OPENING-BALANCE.
           MOVE 'N' TO WS-OBAL-FOUND-FLAG
           PERFORM VARYING WS-OBAL-IX FROM 1 BY 1
                   UNTIL WS-OBAL-IX > WS-OBAL-COUNT OR WS-OBAL-FOUND
               IF WS-OBAL-ACC-TYPE(WS-OBAL-IX) = WS-OBAL-WORK-TYPE
                   SET WS-OBAL-FOUND TO TRUE
                   ADD WS-OBAL-WORK-AMOUNT TO WS-OBAL-TOTAL(WS-OBAL-IX)
               END-IF
           END-PERFORM
           IF NOT WS-OBAL-FOUND AND WS-OBAL-COUNT < 10
               ADD 1 TO WS-OBAL-COUNT
               MOVE WS-OBAL-WORK-TYPE TO WS-OBAL-ACC-TYPE(WS-OBAL-COUNT)
               MOVE WS-OBAL-WORK-AMOUNT
                   TO WS-OBAL-TOTAL(WS-OBAL-COUNT)
           END-IF.

       WRITE-OPENING-BALANCES.
           MOVE 0 TO WS-OBAL-LOAD-COUNT
           MOVE 0 TO WS-OBAL-OFFSET-DEBIT
           MOVE 0 TO WS-OBAL-OFFSET-CREDIT
           MOVE 'N' TO WS-COA-EOF
           MOVE LOW-VALUES TO COA-GL-ACCOUNT
           START GL-ACCOUNT-FILE KEY IS NOT LESS THAN COA-GL-ACCOUNT
               INVALID KEY SET WS-COA-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-COA-EOF-YES
               READ GL-ACCOUNT-FILE NEXT RECORD
                   AT END SET WS-COA-EOF-YES TO TRUE
                   NOT AT END
                       IF COA-ACTIVE
                           AND COA-CONTROL-ACC-TYPE NOT = SPACES
                           PERFORM WRITE-ONE-OPENING-BALANCE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-OBAL-OFFSET-DEBIT > 0 OR WS-OBAL-OFFSET-CREDIT > 0
               MOVE WS-OBAL-EQUITY-GL TO GLB-GL-ACCOUNT
               MOVE WS-OBAL-OFFSET-DEBIT TO GLB-DEBIT-TOTAL
               MOVE WS-OBAL-OFFSET-CREDIT TO GLB-CREDIT-TOTAL
               PERFORM WRITE-OPENING-GL-BALANCE
           END-IF

           PERFORM VARYING WS-OBAL-IX FROM 1 BY 1
                   UNTIL WS-OBAL-IX > WS-OBAL-COUNT
               IF WS-OBAL-TOTAL(WS-OBAL-IX) > 0
                   DISPLAY 'No control account for type '
                       WS-OBAL-ACC-TYPE(WS-OBAL-IX) ' - balance '
                       WS-OBAL-TOTAL(WS-OBAL-IX) ' not loaded.'
               END-IF
           END-PERFORM

           DISPLAY 'Opening balances loaded: ' WS-OBAL-LOAD-COUNT
           MOVE WS-OBAL-EQUITY-GL TO WS-AUDIT-ENTITY-ID
           MOVE ZERO TO WS-AUDIT-BEFORE-BALANCE
           MOVE ZERO TO WS-AUDIT-AFTER-BALANCE
           MOVE 'GL>OPENING-BALANCES' TO WS-AUDIT-MENU-PATH
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-ONE-OPENING-BALANCE.
           MOVE 'N' TO WS-OBAL-FOUND-FLAG
           PERFORM VARYING WS-OBAL-IX FROM 1 BY 1
                   UNTIL WS-OBAL-IX > WS-OBAL-COUNT OR WS-OBAL-FOUND
               IF WS-OBAL-ACC-TYPE(WS-OBAL-IX) = COA-CONTROL-ACC-TYPE
                   SET WS-OBAL-FOUND TO TRUE
                   MOVE WS-OBAL-TOTAL(WS-OBAL-IX) TO WS-OBAL-AMOUNT
                   MOVE 0 TO WS-OBAL-TOTAL(WS-OBAL-IX)
               END-IF
           END-PERFORM
           IF WS-OBAL-FOUND AND WS-OBAL-AMOUNT > 0
               MOVE COA-GL-ACCOUNT TO GLB-GL-ACCOUNT
               IF COA-NORMAL-DEBIT
                   MOVE WS-OBAL-AMOUNT TO GLB-DEBIT-TOTAL
                   MOVE 0 TO GLB-CREDIT-TOTAL
                   ADD WS-OBAL-AMOUNT TO WS-OBAL-OFFSET-CREDIT
               ELSE
                   MOVE 0 TO GLB-DEBIT-TOTAL
                   MOVE WS-OBAL-AMOUNT TO GLB-CREDIT-TOTAL
                   ADD WS-OBAL-AMOUNT TO WS-OBAL-OFFSET-DEBIT
               END-IF
               PERFORM WRITE-OPENING-GL-BALANCE
               DISPLAY COA-GL-ACCOUNT ' - ' COA-NAME ' - '
                   COA-CONTROL-ACC-TYPE ' - ' WS-OBAL-AMOUNT
           END-IF.

       WRITE-OPENING-GL-BALANCE.
           MOVE 0 TO GLB-LAST-POST-DATE
           MOVE 0 TO GLB-DAY-DEBIT
           MOVE 0 TO GLB-DAY-CREDIT
           WRITE GL-BALANCE-RECORD
               INVALID KEY
                   DISPLAY 'Error: GL balance not written for '
                       GLB-GL-ACCOUNT
               NOT INVALID KEY
                   ADD 1 TO WS-OBAL-LOAD-COUNT
           END-WRITE.

       TELLER-DRAWER-MENU.
           DISPLAY ' '
           DISPLAY '=== TELLER DRAWER ==='
           CLOSE FEE-SCHEDULE-FILE
           CLOSE DRAWER-FILE
           CLOSE ACCOUNT-OWNER-FILE
           CLOSE GL-ACCOUNT-FILE
           CLOSE POSTING-RULE-FILE
           CLOSE GL-BALANCE-FILE
           CLOSE INDEX-RATE-FILE
           CLOSE CREDIT-LINE-FILE
           CLOSE ARCHIVE-FILE
           CLOSE ARCHIVE-BALANCE-FILE
           CLOSE NOTIFY-PREF-FILE

           DISPLAY ' '
           DISPLAY '==============================================='
