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

       01  ACCOUNTS-CHECK-STATUS      PIC XX.
       01  REPORT-CHECK-STATUS        PIC XX.
       01  WS-REPORT-NAME             PIC X(40).
       01  WS-RESULT-BALANCE          PIC S9(9)V99.
       01  CUSTOMERS-CHECK-STATUS     PIC XX.
       01  WS-CUSTOMERS-OPEN       PIC X VALUE "N".
       01  TAX-ACCT-CHECK-STATUS      PIC XX.
       01  WS-NOTICE-EVENT            PIC X(12).
       01  WS-NOTICE-TEXT             PIC X(60).

       01  WS-ACR-ACC-ID              PIC 9(8).
       01  WS-ACR-AMOUNT              PIC 9(9)V99.

       01  WS-LOCK-NAME               PIC X(20).
       01  WS-LOCK-RESULT             PIC X.
           88  WS-LOCK-ACQUIRED       VALUE "Y".
           INITIALIZE WS-SYSTEM-DATE
           SET NOT-EOF TO TRUE

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
           END-IF

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
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-POST-MONTH
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-POST-DAY

           IF BATCH-IS-PREVIEW
              STRING "intprev_" WS-DATE-YYYYMMDD ".TXT"
                 DELIMITED BY SIZE INTO WS-REPORT-NAME
              OPEN OUTPUT PREVIEW-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING "INTEREST POSTING PREVIEW FOR " WS-POST-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "PREVIEW ONLY - NOTHING HAS BEEN POSTED"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           SET WS-RUN-NOT-OPENED TO TRUE
           IF NOT BATCH-IS-PREVIEW
              MOVE "postInterest" TO WS-RUQ-PROGRAM
              MOVE WS-BUS-DATE TO WS-RUQ-REF
              MOVE ZEROES TO WS-RUQ-INBOUND-ID
              PERFORM 0860-OPEN-RUN
           END-IF

           PERFORM UNTIL EOF
               READ ACCOUNTS NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM 0200-CONSIDER-ACCOUNT THRU 0200-END
               END-READ
           END-PERFORM

           PERFORM 0300-CREDIT-TAX-ACCOUNT THRU 0300-END
           PERFORM 0350-FUND-INTEREST-EXPENSE THRU 0350-END

           IF NOT BATCH-IS-PREVIEW
              PERFORM 0865-CLOSE-RUN
           END-IF

           IF BATCH-IS-PREVIEW
              MOVE SPACES TO REPORT-LINE
              STRING "ACCOUNTS " WS-ACCOUNTS-CREDITED
                     " INTEREST " WS-TOTAL-INTEREST
                     " WITHHELD " WS-TOTAL-WHT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE PREVIEW-REPORT
              DISPLAY "INTEREST PREVIEW COMPLETE - NOTHING WAS "
                      "POSTED."
              DISPLAY "ACCOUNTS TO CREDIT: " WS-ACCOUNTS-CREDITED
              DISPLAY "TOTAL INTEREST:     " WS-TOTAL-INTEREST
              DISPLAY "TOTAL TAX WITHHELD: " WS-TOTAL-WHT
              DISPLAY "PREVIEW REPORT: " WS-REPORT-NAME
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "INTEREST PREVIEW " WS-ACCOUNTS-CREDITED
                     " ACCOUNTS, TOTAL " WS-TOTAL-INTEREST
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "INTEREST POSTING COMPLETE."
           DISPLAY "ACCOUNTS CREDITED: " WS-ACCOUNTS-CREDITED
              GO TO 0200-END
           END-IF

           PERFORM 0210-DETERMINE-WITHHOLDING THRU 0210-END

           IF BATCH-IS-PREVIEW
              ADD 1 TO WS-ACCOUNTS-CREDITED
              ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
              COMPUTE WS-RESULT-BALANCE = FS-BALANCE + WS-NET-AMOUNT
              MOVE SPACES TO REPORT-LINE
              STRING "ACCT " FS-ID " BAL " FS-BALANCE
                     " INT " WS-INTEREST-AMOUNT
                     " WHT " WS-WHT-TAX
                     " NET " WS-NET-AMOUNT
                     " NEW BAL " WS-RESULT-BALANCE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0200-END
           END-IF

           PERFORM 0160-GET-NEW-ID
           PERFORM 0250-POST-INTEREST-TRANSACTION
              PERFORM 0290-POST-WHT-ENTRY
           END-IF

           MOVE FS-ID TO WS-ACR-ACC-ID
           MOVE ZEROES TO WS-ACR-AMOUNT
           CALL "relieveAccrual" USING WS-ACR-ACC-ID WS-ACR-AMOUNT

           ADD 1 TO WS-ACCOUNTS-CREDITED
           ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST

                 MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
                 CALL "writeJournal" USING WS-JNL-PROGRAM
                      WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
                 PERFORM 0870-RECORD-RUN-ITEM
           END-WRITE.
       0250-END.

                 MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
                 CALL "writeJournal" USING WS-JNL-PROGRAM
                      WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
                 PERFORM 0870-RECORD-RUN-ITEM
           END-WRITE.
       0290-END.

              GO TO 0300-END
           END-IF

           IF BATCH-IS-PREVIEW
              MOVE SPACES TO REPORT-LINE
              STRING "WOULD CREDIT TAX-PAYABLE ACCT " WS-TAX-ACC-ID
                     " WITH " WS-TOTAL-WHT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0300-END
           END-IF

           MOVE WS-TAX-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
              GO TO 0350-END
           END-IF

           IF BATCH-IS-PREVIEW
              MOVE SPACES TO REPORT-LINE
              STRING "WOULD DEBIT INTEREST EXPENSE ACCT "
                     WS-INT-EXPENSE-ACC " WITH " WS-TOTAL-INTEREST
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0350-END
           END-IF

           PERFORM 0160-GET-NEW-ID

           MOVE WS-NEW-ID TO TR-ID
                 MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
                 CALL "writeJournal" USING WS-JNL-PROGRAM
                      WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
                 PERFORM 0870-RECORD-RUN-ITEM
           END-WRITE

           MOVE WS-INT-EXPENSE-ACC TO FS-ID
           END-READ.
       0350-END.

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
