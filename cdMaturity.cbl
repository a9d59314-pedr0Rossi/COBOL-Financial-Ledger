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

       01  CD-TERMS-CHECK-STATUS     PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  WS-REPORT-NAME            PIC X(40).
       01  WS-RESULT-BALANCE         PIC S9(9)V99.
       01  WS-PREVIEW-ACTION         PIC X(20).
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  SEQ-CHECK-STATUS          PIC XX.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF BATCH-IS-PREVIEW
              IF WS-BUS-DATE = SPACES
                 DISPLAY "NO BUSINESS DATE ON FILE - NOTHING TO "
                         "PREVIEW."
                 GO TO 0900-END-PROGRAM
              END-IF
              PERFORM 0150-OPEN-PREVIEW
           ELSE
              PERFORM 0160-OPEN-FILES
           END-IF

           SET WS-RUN-NOT-OPENED TO TRUE
           IF NOT BATCH-IS-PREVIEW
              MOVE "cdMaturity" TO WS-RUQ-PROGRAM
              MOVE WS-BUS-DATE TO WS-RUQ-REF
              MOVE ZEROES TO WS-RUQ-INBOUND-ID
              PERFORM 0860-OPEN-RUN
           END-IF

           MOVE ZEROES TO CD-ACC-ID
                 NOT AT END
                    IF CD-STATUS = "ACTIVE"
                       AND CD-MATURITY-DATE <= WS-BUS-DATE
                       PERFORM 0200-MATURE-ONE-CD THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           PERFORM 0350-FUND-CD-INTEREST THRU 0350-END

           IF NOT BATCH-IS-PREVIEW
              PERFORM 0865-CLOSE-RUN
           END-IF

           CLOSE CD-TERMS
           CLOSE ACCOUNTS
           CLOSE TRANSACTIONS

           IF BATCH-IS-PREVIEW
              MOVE SPACES TO REPORT-LINE
              STRING "CDS " WS-MATURED-COUNT " ROLL "
                     WS-ROLLED-COUNT " RELEASE " WS-RELEASED-COUNT
                     " INTEREST " WS-TOTAL-CD-INTEREST
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE PREVIEW-REPORT
              DISPLAY "CD MATURITY PREVIEW COMPLETE - NOTHING WAS "
                      "POSTED."
              DISPLAY "CDS TO MATURE: " WS-MATURED-COUNT
              DISPLAY "CDS TO ROLL:   " WS-ROLLED-COUNT
              DISPLAY "CDS TO RELEASE:" WS-RELEASED-COUNT
              DISPLAY "PREVIEW REPORT: " WS-REPORT-NAME
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "CD MATURITY PREVIEW " WS-MATURED-COUNT
                     " CDS, INTEREST " WS-TOTAL-CD-INTEREST
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "CD MATURITY COMPLETE."
           DISPLAY "CDS MATURED:  " WS-MATURED-COUNT
           DISPLAY "CDS ROLLED:   " WS-ROLLED-COUNT
           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-OPEN-PREVIEW.
           OPEN INPUT CD-TERMS
           IF CD-TERMS-CHECK-STATUS NOT = "00"
              DISPLAY "NO CD TERMS FILE - NOTHING TO MATURE."
              GO TO 0900-END-PROGRAM
           END-IF
           OPEN INPUT ACCOUNTS
           OPEN INPUT TRANSACTIONS

           MOVE SPACES TO WS-REPORT-NAME
           STRING "cdmatprev_" WS-BUS-DATE(1:4) WS-BUS-DATE(6:2)
                  WS-BUS-DATE(9:2) ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME
           OPEN OUTPUT PREVIEW-REPORT

           MOVE SPACES TO REPORT-LINE
           STRING "CD MATURITY PREVIEW FOR " WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PREVIEW ONLY - NOTHING HAS BEEN POSTED"
                TO REPORT-LINE
           WRITE REPORT-LINE.
       0150-END.

       0160-OPEN-FILES.
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN - CD MATURITY "
                      "NOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O CD-TERMS
           IF CD-TERMS-CHECK-STATUS NOT = "00"
              DISPLAY "NO CD TERMS FILE - NOTHING TO MATURE."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE CD-TERMS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING TRANSACTIONS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE CD-TERMS
              CLOSE ACCOUNTS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
       0160-END.

       0200-MATURE-ONE-CD.
           MOVE CD-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   FS-BALANCE * CD-RATE * CD-TERM-MONTHS / 12

           IF BATCH-IS-PREVIEW
              ADD 1 TO WS-MATURED-COUNT
              MOVE FS-BALANCE TO WS-RESULT-BALANCE
              IF WS-INTEREST-AMOUNT > ZEROES
                 ADD WS-INTEREST-AMOUNT TO WS-RESULT-BALANCE
                 ADD WS-INTEREST-AMOUNT TO WS-TOTAL-CD-INTEREST
              ELSE
                 MOVE ZEROES TO WS-INTEREST-AMOUNT
              END-IF

              MOVE SPACES TO WS-PREVIEW-ACTION
              IF CD-DISPOSITION = "ROLL"
                 PERFORM 0300-ROLL-TERM
                 ADD 1 TO WS-ROLLED-COUNT
                 STRING "ROLL TO " CD-MATURITY-DATE
                    DELIMITED BY SIZE INTO WS-PREVIEW-ACTION
              ELSE
                 ADD 1 TO WS-RELEASED-COUNT
                 MOVE "RELEASE FUNDS" TO WS-PREVIEW-ACTION
              END-IF

              MOVE SPACES TO REPORT-LINE
              STRING "ACCT " CD-ACC-ID " BAL " FS-BALANCE
                     " RATE " CD-RATE " INT " WS-INTEREST-AMOUNT
                     " NEW BAL " WS-RESULT-BALANCE " "
                     WS-PREVIEW-ACTION
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0200-END
           END-IF

           IF WS-INTEREST-AMOUNT > ZEROES
              PERFORM 0250-GET-NEW-ID
              MOVE WS-NEW-ID TO TR-ID
              MOVE "N" TO TR-SETTLED
              MOVE "INT" TO TR-TXN-CODE
              MOVE ZEROES TO TR-RELATED-ID
              MOVE SPACES TO WS-RUQ-RESTORE
              STRING "CDTM" CD-OPEN-DATE CD-MATURITY-DATE CD-STATUS
                 DELIMITED BY SIZE INTO WS-RUQ-RESTORE
              WRITE FD-TRANSACTION-DETAILS
                 INVALID KEY
                    DISPLAY "ERROR POSTING CD INTEREST FOR "
                    MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
                    CALL "writeJournal" USING WS-JNL-PROGRAM
                         WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
                    PERFORM 0870-RECORD-RUN-ITEM
              END-WRITE

              COMPUTE FS-BALANCE = FS-BALANCE + WS-INTEREST-AMOUNT
           MOVE CD-MATURITY-DATE(9:2) TO WS-NM-DAY
           MOVE WS-NEW-MATURITY TO CD-MATURITY-DATE

           IF NOT BATCH-IS-PREVIEW
              REWRITE CD-DETAILS
           END-IF.
       0300-END.

       0350-FUND-CD-INTEREST.
              GO TO 0350-END
           END-IF

           IF BATCH-IS-PREVIEW
              MOVE SPACES TO REPORT-LINE
              STRING "WOULD DEBIT INTEREST EXPENSE ACCT "
                     WS-INT-EXPENSE-ACC " WITH " WS-TOTAL-CD-INTEREST
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0350-END
           END-IF

           PERFORM 0250-GET-NEW-ID

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
