       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-JOB-STREAM-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE ASSIGN TO 'job_stream.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JOB-SEQUENCE
                  FILE STATUS IS WS-JOB-STREAM-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'eod_completion_report.txt'
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
       01  WS-JOB-STREAM-STATUS     PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-JOB-STREAM-EOF    PIC X VALUE 'N'.
               88  WS-JOB-STREAM-EOF-YES VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(6).
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-PERIOD-FIELDS.
           05  WS-MONTH-END-FLAG    PIC X VALUE 'N'.
               88  WS-MONTH-END     VALUE 'Y'.
           05  WS-YEAR-END-FLAG     PIC X VALUE 'N'.
               88  WS-YEAR-END      VALUE 'Y'.
           05  WS-CALENDAR-OPEN-FLAG PIC X VALUE 'N'.
               88  WS-CALENDAR-OPEN VALUE 'Y'.
           05  WS-SCAN-DONE-FLAG    PIC X VALUE 'N'.
               88  WS-SCAN-DONE     VALUE 'Y'.
           05  WS-PROCESSING-DAY-FLAG PIC X VALUE 'N'.
               88  WS-PROCESSING-DAY VALUE 'Y'.
           05  WS-SCAN-INTEGER      PIC 9(8).
           05  WS-PERIOD-TEXT       PIC X(9).

       01  WS-PERIOD-DATE           PIC 9(8).
       01  WS-PERIOD-DATE-PARTS REDEFINES WS-PERIOD-DATE.
           05  WS-PERIOD-YYYY       PIC 9(4).
           05  WS-PERIOD-MM         PIC 9(2).
           05  WS-PERIOD-DD         PIC 9(2).

       01  WS-SCAN-DATE             PIC 9(8).
       01  WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
           05  WS-SCAN-YYYY         PIC 9(4).
           05  WS-SCAN-MM           PIC 9(2).
           05  WS-SCAN-DD           PIC 9(2).

       01  WS-JOB-TABLE.
           05  WS-JOB-COUNT         PIC 9(4) VALUE 0.
           05  WS-JOB-ENTRY OCCURS 999 TIMES.
               10  WS-JT-SEQUENCE   PIC 9(3).
               10  WS-JT-NAME       PIC X(20).
               10  WS-JT-COMMAND    PIC X(60).
               10  WS-JT-FREQUENCY  PIC X(1).
                   88  WS-JT-DAILY      VALUE 'D'.
                   88  WS-JT-MONTH-END  VALUE 'M'.
                   88  WS-JT-YEAR-END   VALUE 'Y'.
               10  WS-JT-RUN-CONTROL-FLAG PIC X(1).
                   88  WS-JT-USES-RUN-CONTROL VALUE 'Y'.
               10  WS-JT-ACTIVE-FLAG PIC X(1).
                   88  WS-JT-ACTIVE     VALUE 'A'.
               10  WS-JT-PREDECESSOR PIC X(20) OCCURS 15 TIMES.
               10  WS-JT-RESULT     PIC X(1).
                   88  WS-JT-PENDING        VALUE ' '.
                   88  WS-JT-COMPLETED      VALUE 'C'.
                   88  WS-JT-ALREADY-DONE   VALUE 'A'.
                   88  WS-JT-FAILED         VALUE 'F'.
                   88  WS-JT-NOT-RUN        VALUE 'B'.
                   88  WS-JT-NOT-SCHEDULED  VALUE 'N'.
                   88  WS-JT-INACTIVE       VALUE 'I'.
               10  WS-JT-START-TIME PIC 9(6).
               10  WS-JT-END-TIME   PIC 9(6).
               10  WS-JT-RECORD-COUNT PIC 9(10).
               10  WS-JT-NOTE       PIC X(40).

       01  WS-JOB-FIELDS.
           05  WS-JOB-IDX           PIC 9(4).
           05  WS-PRED-IDX          PIC 9(4).
           05  WS-FIND-IDX          PIC 9(4).
           05  WS-FOUND-IDX         PIC 9(4).
           05  WS-PRED-NAME         PIC X(20).
           05  WS-BLOCKED-FLAG      PIC X VALUE 'N'.
               88  WS-JOB-BLOCKED   VALUE 'Y'.
           05  WS-RC-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-RC-FOUND      VALUE 'Y'.
           05  WS-RC-STATUS         PIC X(1).
               88  WS-RC-COMPLETED  VALUE 'C'.
           05  WS-RC-START-TIME     PIC 9(6).
           05  WS-RC-END-TIME       PIC 9(6).
           05  WS-RC-RECORD-COUNT   PIC 9(10).
           05  WS-JOB-RUN-DATE      PIC 9(8).
           05  WS-COMMAND-LINE      PIC X(60).
           05  WS-EXIT-CODE         PIC S9(9).
           05  WS-EXIT-CODE-DISPLAY PIC -(9)9.

       01  WS-REPORT-FIELDS.
           05  WS-RESULT-TEXT       PIC X(16).
           05  WS-START-DISPLAY     PIC X(6).
           05  WS-END-DISPLAY       PIC X(6).
           05  WS-COUNT-DISPLAY     PIC Z(9)9.
           05  WS-TOTAL-DISPLAY     PIC Z(3)9.

       01  WS-REPORT-LINE           PIC X(132) VALUE ALL '-'.

       01  WS-COUNTERS.
           05  WS-JOBS-COMPLETED    PIC 9(4) VALUE 0.
           05  WS-JOBS-ALREADY-DONE PIC 9(4) VALUE 0.
           05  WS-JOBS-FAILED       PIC 9(4) VALUE 0.
           05  WS-JOBS-NOT-RUN      PIC 9(4) VALUE 0.
           05  WS-JOBS-NOT-SCHEDULED PIC 9(4) VALUE 0.
           05  WS-JOBS-INACTIVE     PIC 9(4) VALUE 0.
           05  WS-TOTAL-RECORDS     PIC 9(12) VALUE 0.

       01  WS-ERROR-MESSAGE         PIC X(100).

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-JOB-NAME          PIC X(20)
               VALUE 'EOD-JOB-STREAM'.
           05  WS-FORCE-FLAG        PIC X VALUE 'N'.
           05  WS-RERUN-OK-FLAG     PIC X VALUE 'N'.
               88  WS-RERUN-OK      VALUE 'Y'.
           05  WS-OVERRIDE-ID       PIC X(10).
           05  WS-OVERRIDE-PASSWORD PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BATCH
           PERFORM DETERMINE-PERIOD-END
           PERFORM LOAD-JOB-STREAM
           PERFORM RUN-JOB-STREAM
           PERFORM WRITE-COMPLETION-REPORT
           PERFORM FINALIZE-BATCH
           STOP RUN.

       INITIALIZE-BATCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '     END-OF-DAY JOB STREAM'
           DISPLAY '==============================================='
           DISPLAY 'Run date: ' WS-CURRENT-DATE

           PERFORM CHECK-RUN-CONTROL
           CLOSE RUN-CONTROL-FILE
           PERFORM DERIVE-BUSINESS-DATE

           OPEN INPUT JOB-STREAM-FILE
           IF WS-JOB-STREAM-STATUS NOT = '00'
               MOVE 'Error opening job stream file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'Error opening report file' TO WS-ERROR-MESSAGE
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
                   MOVE WS-JOBS-COMPLETED TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

       DETERMINE-PERIOD-END.
           MOVE 'N' TO WS-MONTH-END-FLAG
           MOVE 'N' TO WS-YEAR-END-FLAG
           MOVE 'DAILY' TO WS-PERIOD-TEXT
           IF WS-BUSINESS-DATE NOT = WS-CURRENT-DATE
               DISPLAY 'Non-processing day - month-end and year-end'
                   ' jobs are not scheduled.'
           ELSE
               PERFORM SCAN-REST-OF-MONTH
           END-IF
           IF WS-MONTH-END
               MOVE 'MONTH-END' TO WS-PERIOD-TEXT
               IF WS-PERIOD-MM = 12
                   SET WS-YEAR-END TO TRUE
                   MOVE 'YEAR-END' TO WS-PERIOD-TEXT
               END-IF
           END-IF
           DISPLAY 'Processing: ' WS-PERIOD-TEXT.

       SCAN-REST-OF-MONTH.
           SET WS-MONTH-END TO TRUE
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE 'N' TO WS-CALENDAR-OPEN-FLAG
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-DATE
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               SET WS-CALENDAR-OPEN TO TRUE
           END-IF
           COMPUTE WS-SCAN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           PERFORM UNTIL WS-SCAN-DONE
               ADD 1 TO WS-SCAN-INTEGER
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER)
               IF WS-SCAN-YYYY NOT = WS-PERIOD-YYYY
                   OR WS-SCAN-MM NOT = WS-PERIOD-MM
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   PERFORM CHECK-PROCESSING-DAY
                   IF WS-PROCESSING-DAY
                       MOVE 'N' TO WS-MONTH-END-FLAG
                       SET WS-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CALENDAR-OPEN
               CLOSE CALENDAR-FILE
           END-IF.

       CHECK-PROCESSING-DAY.
           SET WS-PROCESSING-DAY TO TRUE
           IF WS-CALENDAR-OPEN
               MOVE WS-SCAN-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-NON-PROCESSING
                           MOVE 'N' TO WS-PROCESSING-DAY-FLAG
                       END-IF
               END-READ
           END-IF.

       LOAD-JOB-STREAM.
           MOVE 0 TO WS-JOB-COUNT
           MOVE 'N' TO WS-JOB-STREAM-EOF
           MOVE 0 TO JOB-SEQUENCE
           START JOB-STREAM-FILE KEY IS NOT LESS THAN JOB-SEQUENCE
               INVALID KEY SET WS-JOB-STREAM-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-JOB-STREAM-EOF-YES
               READ JOB-STREAM-FILE NEXT RECORD
                   AT END SET WS-JOB-STREAM-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-JOB
               END-READ
           END-PERFORM
           CLOSE JOB-STREAM-FILE
           DISPLAY 'Jobs in stream: ' WS-JOB-COUNT.

       LOAD-ONE-JOB.
           ADD 1 TO WS-JOB-COUNT
           MOVE JOB-SEQUENCE TO WS-JT-SEQUENCE (WS-JOB-COUNT)
           MOVE JOB-NAME TO WS-JT-NAME (WS-JOB-COUNT)
           MOVE JOB-COMMAND TO WS-JT-COMMAND (WS-JOB-COUNT)
           MOVE JOB-FREQUENCY TO WS-JT-FREQUENCY (WS-JOB-COUNT)
           MOVE JOB-RUN-CONTROL-FLAG
               TO WS-JT-RUN-CONTROL-FLAG (WS-JOB-COUNT)
           MOVE JOB-ACTIVE-FLAG TO WS-JT-ACTIVE-FLAG (WS-JOB-COUNT)
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 15
               MOVE JOB-PREDECESSOR (WS-PRED-IDX)
                   TO WS-JT-PREDECESSOR (WS-JOB-COUNT, WS-PRED-IDX)
           END-PERFORM
           MOVE SPACES TO WS-JT-RESULT (WS-JOB-COUNT)
           MOVE 0 TO WS-JT-START-TIME (WS-JOB-COUNT)
           MOVE 0 TO WS-JT-END-TIME (WS-JOB-COUNT)
           MOVE 0 TO WS-JT-RECORD-COUNT (WS-JOB-COUNT)
           MOVE SPACES TO WS-JT-NOTE (WS-JOB-COUNT).

       RUN-JOB-STREAM.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM PROCESS-ONE-JOB
           END-PERFORM.

       PROCESS-ONE-JOB.
           EVALUATE TRUE
               WHEN NOT WS-JT-ACTIVE (WS-JOB-IDX)
                   SET WS-JT-INACTIVE (WS-JOB-IDX) TO TRUE
                   ADD 1 TO WS-JOBS-INACTIVE
               WHEN WS-JT-MONTH-END (WS-JOB-IDX)
                   AND NOT WS-MONTH-END
                   SET WS-JT-NOT-SCHEDULED (WS-JOB-IDX) TO TRUE
                   ADD 1 TO WS-JOBS-NOT-SCHEDULED
               WHEN WS-JT-YEAR-END (WS-JOB-IDX)
                   AND NOT WS-YEAR-END
                   SET WS-JT-NOT-SCHEDULED (WS-JOB-IDX) TO TRUE
                   ADD 1 TO WS-JOBS-NOT-SCHEDULED
               WHEN OTHER
                   PERFORM CHECK-PREDECESSORS
                   IF WS-JOB-BLOCKED
                       SET WS-JT-NOT-RUN (WS-JOB-IDX) TO TRUE
                       ADD 1 TO WS-JOBS-NOT-RUN
                       DISPLAY 'Not run: ' WS-JT-NAME (WS-JOB-IDX)
                           ' - ' WS-JT-NOTE (WS-JOB-IDX)
                   ELSE
                       PERFORM RUN-ELIGIBLE-JOB
                   END-IF
           END-EVALUATE.

       CHECK-PREDECESSORS.
           MOVE 'N' TO WS-BLOCKED-FLAG
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 15 OR WS-JOB-BLOCKED
               MOVE WS-JT-PREDECESSOR (WS-JOB-IDX, WS-PRED-IDX)
                   TO WS-PRED-NAME
               IF WS-PRED-NAME NOT = SPACES
                   PERFORM CHECK-ONE-PREDECESSOR
               END-IF
           END-PERFORM.

       CHECK-ONE-PREDECESSOR.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-JOB-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-JT-NAME (WS-FIND-IDX) = WS-PRED-NAME
                   MOVE WS-FIND-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-JT-NOTE (WS-JOB-IDX)
           IF WS-FOUND-IDX = 0
               SET WS-JOB-BLOCKED TO TRUE
               STRING WS-PRED-NAME DELIMITED BY SPACE
                   ' NOT IN JOB STREAM' DELIMITED BY SIZE
                   INTO WS-JT-NOTE (WS-JOB-IDX)
           ELSE
               EVALUATE TRUE
                   WHEN WS-JT-FAILED (WS-FOUND-IDX)
                       SET WS-JOB-BLOCKED TO TRUE
                       STRING WS-PRED-NAME DELIMITED BY SPACE
                           ' FAILED' DELIMITED BY SIZE
                           INTO WS-JT-NOTE (WS-JOB-IDX)
                   WHEN WS-JT-NOT-RUN (WS-FOUND-IDX)
                       SET WS-JOB-BLOCKED TO TRUE
                       STRING WS-PRED-NAME DELIMITED BY SPACE
                           ' NOT RUN' DELIMITED BY SIZE
                           INTO WS-JT-NOTE (WS-JOB-IDX)
                   WHEN WS-JT-PENDING (WS-FOUND-IDX)
                       SET WS-JOB-BLOCKED TO TRUE
                       STRING WS-PRED-NAME DELIMITED BY SPACE
                           ' IS SEQUENCED LATER' DELIMITED BY SIZE
                           INTO WS-JT-NOTE (WS-JOB-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RUN-ELIGIBLE-JOB.
           ACCEPT WS-JOB-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-RC-FOUND-FLAG
           IF WS-JT-USES-RUN-CONTROL (WS-JOB-IDX)
               PERFORM READ-JOB-RUN-CONTROL
           END-IF

           IF WS-RC-FOUND AND WS-RC-COMPLETED
               SET WS-JT-ALREADY-DONE (WS-JOB-IDX) TO TRUE
               MOVE WS-RC-START-TIME TO WS-JT-START-TIME (WS-JOB-IDX)
               MOVE WS-RC-END-TIME TO WS-JT-END-TIME (WS-JOB-IDX)
               MOVE WS-RC-RECORD-COUNT
                   TO WS-JT-RECORD-COUNT (WS-JOB-IDX)
               MOVE 'COMPLETED EARLIER TODAY'
                   TO WS-JT-NOTE (WS-JOB-IDX)
               ADD 1 TO WS-JOBS-ALREADY-DONE
               ADD WS-RC-RECORD-COUNT TO WS-TOTAL-RECORDS
               DISPLAY 'Already complete: ' WS-JT-NAME (WS-JOB-IDX)
           ELSE
               PERFORM EXECUTE-JOB
           END-IF.

       EXECUTE-JOB.
           DISPLAY ' '
           DISPLAY 'Starting job: ' WS-JT-NAME (WS-JOB-IDX)
           MOVE WS-JT-COMMAND (WS-JOB-IDX) TO WS-COMMAND-LINE
           ACCEPT WS-JT-START-TIME (WS-JOB-IDX) FROM TIME
           CALL 'SYSTEM' USING WS-COMMAND-LINE
           MOVE RETURN-CODE TO WS-EXIT-CODE
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-JT-END-TIME (WS-JOB-IDX) FROM TIME

           IF WS-JT-USES-RUN-CONTROL (WS-JOB-IDX)
               PERFORM READ-JOB-RUN-CONTROL
               IF WS-RC-FOUND AND WS-RC-COMPLETED
                   SET WS-JT-COMPLETED (WS-JOB-IDX) TO TRUE
                   MOVE WS-RC-RECORD-COUNT
                       TO WS-JT-RECORD-COUNT (WS-JOB-IDX)
               ELSE
                   SET WS-JT-FAILED (WS-JOB-IDX) TO TRUE
                   MOVE 'RUN CONTROL NOT MARKED COMPLETE'
                       TO WS-JT-NOTE (WS-JOB-IDX)
               END-IF
           ELSE
               IF WS-EXIT-CODE = 0
                   SET WS-JT-COMPLETED (WS-JOB-IDX) TO TRUE
                   MOVE 'NO RUN CONTROL - COUNT NOT KEPT'
                       TO WS-JT-NOTE (WS-JOB-IDX)
               ELSE
                   SET WS-JT-FAILED (WS-JOB-IDX) TO TRUE
                   MOVE WS-EXIT-CODE TO WS-EXIT-CODE-DISPLAY
                   STRING 'ENDED WITH RETURN CODE '
                       WS-EXIT-CODE-DISPLAY
                       DELIMITED BY SIZE
                       INTO WS-JT-NOTE (WS-JOB-IDX)
               END-IF
           END-IF

           IF WS-JT-COMPLETED (WS-JOB-IDX)
               ADD 1 TO WS-JOBS-COMPLETED
               ADD WS-JT-RECORD-COUNT (WS-JOB-IDX)
                   TO WS-TOTAL-RECORDS
               DISPLAY 'Job completed: ' WS-JT-NAME (WS-JOB-IDX)
           ELSE
               ADD 1 TO WS-JOBS-FAILED
               DISPLAY 'JOB FAILED: ' WS-JT-NAME (WS-JOB-IDX)
                   ' - ' WS-JT-NOTE (WS-JOB-IDX)
           END-IF.

       READ-JOB-RUN-CONTROL.
           MOVE 'N' TO WS-RC-FOUND-FLAG
           MOVE SPACES TO WS-RC-STATUS
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = '00'
               MOVE WS-JT-NAME (WS-JOB-IDX) TO RUN-JOB-NAME
               MOVE WS-JOB-RUN-DATE TO RUN-DATE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RC-FOUND TO TRUE
                       MOVE RUN-STATUS TO WS-RC-STATUS
                       MOVE RUN-START-TIME TO WS-RC-START-TIME
                       MOVE RUN-END-TIME TO WS-RC-END-TIME
                       MOVE RUN-RECORD-COUNT TO WS-RC-RECORD-COUNT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       WRITE-COMPLETION-REPORT.
           WRITE REPORT-RECORD FROM 'END-OF-DAY BATCH COMPLETION REPORT'
           STRING 'RUN DATE: ' WS-CURRENT-DATE
               '   BUSINESS DATE: ' WS-BUSINESS-DATE
               '   PROCESSING: ' WS-PERIOD-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'SEQ JOB NAME             FRQ RESULT           '
               'START  END       RECORDS NOTE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM WRITE-JOB-LINE
           END-PERFORM

           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-JOB-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'JOBS IN STREAM:         ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-JOBS-COMPLETED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPLETED THIS RUN:     ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-JOBS-ALREADY-DONE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPLETED EARLIER:      ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-JOBS-FAILED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'FAILED:                 ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-JOBS-NOT-RUN TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOT RUN - PREDECESSOR:  ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-JOBS-NOT-SCHEDULED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOT SCHEDULED TODAY:    ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-JOBS-INACTIVE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'INACTIVE:               ' WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL RECORDS PROCESSED: ' WS-TOTAL-RECORDS
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-JOBS-FAILED = 0 AND WS-JOBS-NOT-RUN = 0
               WRITE REPORT-RECORD FROM
                   'END-OF-DAY STREAM COMPLETE'
           ELSE
               WRITE REPORT-RECORD FROM
                   'END-OF-DAY STREAM INCOMPLETE - RESTART AFTER FIX'
           END-IF.

       WRITE-JOB-LINE.
           EVALUATE TRUE
               WHEN WS-JT-COMPLETED (WS-JOB-IDX)
                   MOVE 'COMPLETED' TO WS-RESULT-TEXT
               WHEN WS-JT-ALREADY-DONE (WS-JOB-IDX)
                   MOVE 'ALREADY COMPLETE' TO WS-RESULT-TEXT
               WHEN WS-JT-FAILED (WS-JOB-IDX)
                   MOVE 'FAILED' TO WS-RESULT-TEXT
               WHEN WS-JT-NOT-RUN (WS-JOB-IDX)
                   MOVE 'NOT RUN' TO WS-RESULT-TEXT
               WHEN WS-JT-NOT-SCHEDULED (WS-JOB-IDX)
                   MOVE 'NOT SCHEDULED' TO WS-RESULT-TEXT
               WHEN WS-JT-INACTIVE (WS-JOB-IDX)
                   MOVE 'INACTIVE' TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'PENDING' TO WS-RESULT-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-START-DISPLAY
           MOVE SPACES TO WS-END-DISPLAY
           IF WS-JT-START-TIME (WS-JOB-IDX) > 0
               MOVE WS-JT-START-TIME (WS-JOB-IDX) TO WS-START-DISPLAY
           END-IF
           IF WS-JT-END-TIME (WS-JOB-IDX) > 0
               MOVE WS-JT-END-TIME (WS-JOB-IDX) TO WS-END-DISPLAY
           END-IF
           MOVE WS-JT-RECORD-COUNT (WS-JOB-IDX) TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-RECORD
           STRING WS-JT-SEQUENCE (WS-JOB-IDX) ' '
               WS-JT-NAME (WS-JOB-IDX) ' '
               WS-JT-FREQUENCY (WS-JOB-IDX) '   '
               WS-RESULT-TEXT ' '
               WS-START-DISPLAY ' '
               WS-END-DISPLAY ' '
               WS-COUNT-DISPLAY ' '
               WS-JT-NOTE (WS-JOB-IDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       FINALIZE-BATCH.
           IF WS-JOBS-FAILED = 0 AND WS-JOBS-NOT-RUN = 0
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RUN-CONTROL-STATUS = '00'
                   PERFORM MARK-RUN-COMPLETE
               ELSE
                   DISPLAY 'Warning: run control not marked complete'
               END-IF
           ELSE
               DISPLAY 'Stream incomplete - run control left open'
                   ' for restart.'
           END-IF
           CLOSE REPORT-FILE
           DISPLAY ' '
           DISPLAY 'Jobs in stream: ' WS-JOB-COUNT
           DISPLAY 'Completed this run: ' WS-JOBS-COMPLETED
           DISPLAY 'Completed earlier: ' WS-JOBS-ALREADY-DONE
           DISPLAY 'Failed: ' WS-JOBS-FAILED
           DISPLAY 'Not run - predecessor: ' WS-JOBS-NOT-RUN
           DISPLAY 'Not scheduled today: ' WS-JOBS-NOT-SCHEDULED
           DISPLAY 'Inactive: ' WS-JOBS-INACTIVE
           DISPLAY '==============================================='
           DISPLAY '     END-OF-DAY JOB STREAM COMPLETE'
           DISPLAY '==============================================='.
