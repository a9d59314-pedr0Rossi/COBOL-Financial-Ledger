           RECORD KEY IS ES-CUST-ID
           FILE STATUS IS ESTATE-CHECK-STATUS.

       SELECT PREVIEW-REPORT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           05 ES-EXECUTOR            PIC X(30).
           05 ES-STATUS              PIC X(8).

       FD  PREVIEW-REPORT.
       01  REPORT-LINE           PIC X(100).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD      PIC X(120).

       01  WS-JNL-IMAGE            PIC X(120).


       01  BATCH-CONTEXT EXTERNAL.
           05 BATCH-PREVIEW        PIC X(1).
              88  BATCH-IS-PREVIEW VALUE "Y".

       01  WS-RUN-REQUEST.
           05 WS-RUQ-ACTION          PIC X.
           05 WS-RUQ-PROGRAM         PIC X(20).
           05 WS-RUQ-REF             PIC X(20).
           05 WS-RUQ-INBOUND-ID      PIC 9(7).
           05 WS-RUQ-RUN-ID          PIC 9(7).
           05 WS-RUQ-TR-ID           PIC 9(9).
           05 WS-RUQ-ACC-ID          PIC 9(8).
           05 WS-RUQ-TYPE            PIC X(6).
           05 WS-RUQ-AMOUNT          PIC 9(9)V99.
           05 WS-RUQ-RESTORE         PIC X(40).

       01  WS-RUN-STATE              PIC X VALUE "N".
           88  WS-RUN-NOT-OPENED     VALUE "N".
           88  WS-RUN-OPEN           VALUE "Y".
           88  WS-RUN-CLOSED         VALUE "C".

       01  SCHEDULE-CHECK-STATUS      PIC XX.
       01  REPORT-CHECK-STATUS        PIC XX.
       01  WS-REPORT-NAME             PIC X(40).
       01  WS-RESULT-BALANCE          PIC S9(9)V99.
       01  WS-PREVIEW-TOTAL           PIC S9(11)V99 VALUE ZEROES.
       01  ACCOUNTS-CHECK-STATUS      PIC XX.
       01  TRANSACTIONS-CHECK-STATUS  PIC XX.
       01  SEQ-CHECK-STATUS           PIC XX.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF BATCH-IS-PREVIEW
              IF WS-BUS-DATE = SPACES
                 DISPLAY "NO BUSINESS DATE ON FILE - NOTHING TO "
                         "PREVIEW."
                 GO TO 0900-END-PROGRAM
              END-IF
           ELSE
              IF WS-BUS-STATUS NOT = "OPEN"
                 DISPLAY "THE BUSINESS DAY IS NOT OPEN - POSTING IS "
                         "NOT ALLOWED."
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)

           SET NOT-EOF TO TRUE

           IF BATCH-IS-PREVIEW
              OPEN INPUT SCHEDULE
           ELSE
              OPEN I-O SCHEDULE
           END-IF
           IF SCHEDULE-CHECK-STATUS NOT = "00"
              DISPLAY "NO RECURRING TRANSACTIONS ON FILE - NOTHING "
                      "TO RUN."
              GO TO 0900-END-PROGRAM
           END-IF

           IF BATCH-IS-PREVIEW
              OPEN INPUT ACCOUNTS
           ELSE
              OPEN I-O ACCOUNTS
           END-IF
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              GO TO 0900-END-PROGRAM
           END-IF

           IF BATCH-IS-PREVIEW
              OPEN INPUT TRANSACTIONS
           ELSE
              OPEN I-O TRANSACTIONS
           END-IF
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING TRANSACTIONS FILE" TO WS-ERR-CONTEXT
              GO TO 0900-END-PROGRAM
           END-IF

           IF BATCH-IS-PREVIEW
              STRING "schedprev_" WS-DATE-YYYYMMDD ".TXT"
                 DELIMITED BY SIZE INTO WS-REPORT-NAME
              OPEN OUTPUT PREVIEW-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING "SCHEDULED TRANSACTION PREVIEW FOR " WS-BUS-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "PREVIEW ONLY - NOTHING HAS BEEN POSTED"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           SET WS-RUN-NOT-OPENED TO TRUE
           IF NOT BATCH-IS-PREVIEW
              MOVE "runScheduled" TO WS-RUQ-PROGRAM
              MOVE WS-BUS-DATE TO WS-RUQ-REF
              MOVE ZEROES TO WS-RUQ-INBOUND-ID
              PERFORM 0860-OPEN-RUN
           END-IF

           PERFORM UNTIL EOF
               READ SCHEDULE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM 0200-CONSIDER-SCHEDULE THRU 0200-END
               END-READ
           END-PERFORM

           IF NOT BATCH-IS-PREVIEW
              PERFORM 0865-CLOSE-RUN
           END-IF

           IF BATCH-IS-PREVIEW
              MOVE SPACES TO REPORT-LINE
              STRING "TRANSACTIONS " WS-POSTED-COUNT " NET "
                     WS-PREVIEW-TOTAL
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE PREVIEW-REPORT
              DISPLAY "SCHEDULED TRANSACTION PREVIEW COMPLETE - "
                      "NOTHING WAS POSTED."
              DISPLAY "TRANSACTIONS DUE: " WS-POSTED-COUNT
              DISPLAY "PREVIEW REPORT: " WS-REPORT-NAME
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "SCHEDULED PREVIEW - DUE " WS-POSTED-COUNT
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "SCHEDULED TRANSACTION RUN COMPLETE."
           DISPLAY "TRANSACTIONS POSTED: " WS-POSTED-COUNT

           END-IF

           IF SCHED-TYPE = "DEBIT"
              PERFORM 0290-CHECK-DECEASED THRU 0290-END
              IF WS-DECEASED-FLAG = "Y"
                 DISPLAY "SKIPPING SCHED-ID " SCHED-ID
                         " - THE ACCOUNT OWNER IS DECEASED."
              END-IF
           END-IF

           IF BATCH-IS-PREVIEW
              IF SCHED-TYPE = "CREDIT"
                 COMPUTE WS-RESULT-BALANCE = FS-BALANCE + SCHED-AMOUNT
                 ADD SCHED-AMOUNT TO WS-PREVIEW-TOTAL
              ELSE
                 COMPUTE WS-RESULT-BALANCE = FS-BALANCE - SCHED-AMOUNT
                 SUBTRACT SCHED-AMOUNT FROM WS-PREVIEW-TOTAL
              END-IF

              MOVE SPACES TO REPORT-LINE
              STRING "SCHED " SCHED-ID " ACCT " SCHED-ACC-ID " "
                     SCHED-TYPE " " SCHED-AMOUNT " " SCHED-DESC
                     " NEW BAL " WS-RESULT-BALANCE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              ADD 1 TO WS-POSTED-COUNT
              GO TO 0200-END
           END-IF

           PERFORM 0250-GET-NEW-ID
           PERFORM 0260-POST-TRANSACTION
           PERFORM 0270-UPDATE-BALANCE THRU 0270-END
           PERFORM 0280-ADVANCE-NEXT-DATE

           ADD 1 TO WS-POSTED-COUNT.
           MOVE "SCH" TO TR-TXN-CODE

           MOVE ZEROES TO TR-RELATED-ID
           MOVE SPACES TO WS-RUQ-RESTORE
           STRING "SCHD" SCHED-ID SCHED-NEXT-DATE
              DELIMITED BY SIZE INTO WS-RUQ-RESTORE
           WRITE FD-TRANSACTION-DETAILS
              INVALID KEY
                 DISPLAY "ERROR POSTING SCHEDULED TXN FOR SCHED-ID "
                 MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
                 CALL "writeJournal" USING WS-JNL-PROGRAM
                      WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
                 PERFORM 0870-RECORD-RUN-ITEM
           END-WRITE.
       0260-END.

           CLOSE ESTATE.
       0290-END.

       0860-OPEN-RUN.
           IF WS-RUN-NOT-OPENED
              MOVE "O" TO WS-RUQ-ACTION
              MOVE SPACES TO WS-RUQ-RESTORE
              CALL "batchRun" USING WS-RUN-REQUEST
              IF WS-RUQ-RUN-ID > ZEROES
                 SET WS-RUN-OPEN TO TRUE
                 DISPLAY "POSTING UNDER BATCH RUN " WS-RUQ-RUN-ID
              END-IF
           END-IF.
       0860-END.

       0865-CLOSE-RUN.
           IF WS-RUN-OPEN
              MOVE "C" TO WS-RUQ-ACTION
              CALL "batchRun" USING WS-RUN-REQUEST
              SET WS-RUN-CLOSED TO TRUE
           END-IF.
       0865-END.

       0870-RECORD-RUN-ITEM.
           IF WS-RUN-OPEN
              MOVE "I" TO WS-RUQ-ACTION
              MOVE TR-ID TO WS-RUQ-TR-ID
              MOVE TR-ACC-ID TO WS-RUQ-ACC-ID
              MOVE TR-TYPE TO WS-RUQ-TYPE
              MOVE TR-AMOUNT TO WS-RUQ-AMOUNT
              CALL "batchRun" USING WS-RUN-REQUEST
           END-IF
           MOVE SPACES TO WS-RUQ-RESTORE.
       0870-END.

       0880-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           CALL "auditSeq" USING WS-AUDIT-SEQ
