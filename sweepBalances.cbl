           RECORD KEY IS SEQ-NAME
           FILE STATUS IS SEQ-CHECK-STATUS.

       SELECT PREVIEW-REPORT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           05 SEQ-NAME               PIC X(10).
           05 SEQ-NEXT-ID            PIC 9(9).

       FD  PREVIEW-REPORT.
       01  REPORT-LINE               PIC X(100).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

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

       01  SWEEPS-CHECK-STATUS       PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  WS-REPORT-NAME            PIC X(40).
       01  WS-RESULT-BALANCE         PIC S9(9)V99.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  EOD-CHECK-STATUS          PIC XX.

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
                 DISPLAY "THE BUSINESS DAY IS NOT OPEN - NO SWEEPS "
                         "WERE MADE."
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-TODAY-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-TODAY-NUM(5:2)
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
              STRING "sweepprev_" WS-TODAY-NUM ".TXT"
                 DELIMITED BY SIZE INTO WS-REPORT-NAME
              OPEN OUTPUT PREVIEW-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING "TARGET-BALANCE SWEEP PREVIEW FOR " WS-BUS-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "PREVIEW ONLY - NOTHING HAS BEEN POSTED"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              OPEN I-O EOD-BALANCES
           END-IF

           MOVE LOW-VALUES TO SWP-ACC-ID
           SET NOT-EOF-SWEEPS TO TRUE
                 SET EOF-SWEEPS TO TRUE
           END-START

           SET WS-RUN-NOT-OPENED TO TRUE
           IF NOT BATCH-IS-PREVIEW
              MOVE "sweepBalances" TO WS-RUQ-PROGRAM
              MOVE WS-BUS-DATE TO WS-RUQ-REF
              MOVE ZEROES TO WS-RUQ-INBOUND-ID
              PERFORM 0860-OPEN-RUN
           END-IF

           PERFORM UNTIL EOF-SWEEPS
              READ SWEEPS NEXT RECORD
                 AT END
                    SET EOF-SWEEPS TO TRUE
                 NOT AT END
                    IF SWP-STATUS = "ACTIVE"
                       PERFORM 0200-SWEEP-ONE-ACCOUNT THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           IF NOT BATCH-IS-PREVIEW
              PERFORM 0865-CLOSE-RUN
           END-IF

           CLOSE SWEEPS
           CLOSE TRANSACTIONS
           CLOSE ACCOUNTS
           IF BATCH-IS-PREVIEW
              MOVE SPACES TO REPORT-LINE
              STRING "ACCOUNTS " WS-SWEPT-COUNT " TOTAL "
                     WS-SWEPT-TOTAL
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE PREVIEW-REPORT
              DISPLAY "SWEEP PREVIEW COMPLETE - NOTHING WAS POSTED."
              DISPLAY "ACCOUNTS TO SWEEP: " WS-SWEPT-COUNT
                      " TOTAL " WS-SWEPT-TOTAL
              DISPLAY "PREVIEW REPORT: " WS-REPORT-NAME
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "SWEEP PREVIEW " WS-SWEPT-COUNT " ACCTS TOTAL "
                     WS-SWEPT-TOTAL
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              GO TO 0900-END-PROGRAM
           END-IF

           CLOSE EOD-BALANCES

           DISPLAY "TARGET-BALANCE SWEEPS COMPLETE: " WS-SWEPT-COUNT
              GO TO 0200-END
           END-IF

           IF BATCH-IS-PREVIEW
              COMPUTE WS-RESULT-BALANCE = FD-BALANCE + WS-SWEEP-AMOUNT
              ADD 1 TO WS-SWEPT-COUNT
              ADD WS-SWEEP-AMOUNT TO WS-SWEPT-TOTAL
              MOVE SPACES TO REPORT-LINE
              STRING "ACCT " WS-OP-ACC-ID " SWEEP " WS-SWEEP-AMOUNT
                     " NEW BAL " SWP-TARGET-BAL
                     " TO ACCT " WS-COMPANION-ACC
                     " NEW BAL " WS-RESULT-BALANCE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0200-END
           END-IF

           PERFORM 0220-GET-NEXT-TR-ID

           MOVE WS-ID TO TR-ID
           MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
           CALL "writeJournal" USING WS-JNL-PROGRAM
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           PERFORM 0870-RECORD-RUN-ITEM

           MOVE WS-ID TO TR-ID
           MOVE WS-COMPANION-ACC TO TR-ACC-ID
           MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
           CALL "writeJournal" USING WS-JNL-PROGRAM
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           IF TRANSACTIONS-CHECK-STATUS = "00"
              PERFORM 0870-RECORD-RUN-ITEM
           END-IF

           MOVE WS-OP-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
                 CALL "writeJournal" USING WS-JNL-PROGRAM
                      WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
                 REWRITE FD-ACC-DETAILS
                 PERFORM 0250-RESTATE-EOD-SNAPSHOT THRU 0250-END
           END-READ

           MOVE WS-COMPANION-ACC TO FD-ID
                 CALL "writeJournal" USING WS-JNL-PROGRAM
                      WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
                 REWRITE FD-ACC-DETAILS
                 PERFORM 0250-RESTATE-EOD-SNAPSHOT THRU 0250-END
           END-READ

           ADD 1 TO WS-SWEPT-COUNT
           END-READ.
       0250-END.

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
           MOVE "BATCH" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
