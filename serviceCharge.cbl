           RECORD KEY IS SST-ACC-ID
           FILE STATUS IS SVC-STATS-CHECK-STATUS.

       SELECT ANL-ACCOUNTS ASSIGN TO "anlaccts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANA-ACC-ID
           FILE STATUS IS ANL-ACCOUNTS-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.
           05 SST-CNT             PIC 9(3).
           05 SST-MIN             PIC S9(9)V99.

       FD  ANL-ACCOUNTS.
       01  ANA-DETAILS.
           05 ANA-ACC-ID             PIC 9(8).
           05 ANA-STATUS             PIC X(8).
           05 ANA-ENROLLED           PIC X(10).
           05 ANA-ENROLLED-BY        PIC X(8).
           05 ANA-LAST-MONTH         PIC X(7).
           05 ANA-LAST-CHARGES       PIC 9(7)V99.
           05 ANA-LAST-CREDIT        PIC 9(7)V99.
           05 ANA-LAST-NET           PIC 9(7)V99.

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).
           05 FRC-RUN-DATE           PIC X(10).
           05 FILLER                 PIC X(1).
           05 FRC-CHARGED-COUNT      PIC 9(7).
           05 FILLER                 PIC X(1).
           05 FRC-STATUS             PIC X(8).

       FD  FEE-REPORT.
       01  REPORT-LINE               PIC X(100).
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

       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  ACCT-TYPES-CHECK-STATUS   PIC XX.
       01  EOD-CHECK-STATUS          PIC XX.
       01  SEQ-CHECK-STATUS          PIC XX.
       01  SVC-STATS-CHECK-STATUS    PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  ANL-ACCOUNTS-CHECK-STATUS PIC XX.
       01  WS-FEE-INCOME-ACC         PIC 9(8) VALUE ZEROES.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.

       01  WS-CHARGED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-WAIVED-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-ANALYZED-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-CHARGED-TOTAL          PIC 9(11)V99 VALUE ZEROES.

       01  WS-NEW-ID                 PIC 9(9).
       01  WS-THIS-ACC-ID            PIC 9(8).
       01  WS-THIS-FEE               PIC S9(5)V99.
       01  WS-RESULT-BALANCE         PIC S9(9)V99.

       01  WS-REPORT-NAME            PIC X(40).

           MOVE WS-FEE-MONTH(1:4) TO WS-MONTH-NUM(1:4)
           MOVE WS-FEE-MONTH(6:2) TO WS-MONTH-NUM(5:2)

           PERFORM 0130-CHECK-MONTH-ALREADY-RUN THRU 0130-END
           IF WS-MONTH-ALREADY-RUN = "Y"
              DISPLAY "SERVICE CHARGES FOR " WS-FEE-MONTH
                      " WERE ALREADY POSTED - RERUN REFUSED."
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
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           IF BATCH-IS-PREVIEW
              STRING "svcfeeprev_" WS-DATE-YYYYMMDD ".TXT"
                 DELIMITED BY SIZE INTO WS-REPORT-NAME
           ELSE
              STRING "svcfee_" WS-DATE-YYYYMMDD ".TXT"
                 DELIMITED BY SIZE INTO WS-REPORT-NAME
           END-IF

           PERFORM 0150-COLLECT-BALANCE-STATS THRU 0150-END
           PERFORM 0190-BUILD-CUST-COMBINED THRU 0190-END
           PERFORM 0195-LOAD-TIERS THRU 0195-END

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

           OPEN INPUT ACCT-TYPES
           OPEN INPUT ANL-ACCOUNTS
           OPEN OUTPUT FEE-REPORT

           MOVE SPACES TO REPORT-LINE
           STRING "MONTHLY SERVICE CHARGES FOR " WS-FEE-MONTH
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF BATCH-IS-PREVIEW
              MOVE "PREVIEW ONLY - NOTHING HAS BEEN POSTED"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           SET WS-RUN-NOT-OPENED TO TRUE
           IF NOT BATCH-IS-PREVIEW
              MOVE "serviceCharge" TO WS-RUQ-PROGRAM
              MOVE WS-FEE-MONTH TO WS-RUQ-REF
              MOVE ZEROES TO WS-RUQ-INBOUND-ID
              PERFORM 0860-OPEN-RUN
           END-IF

           MOVE ZEROES TO FS-ID
           SET NOT-EOF-ACCOUNTS TO TRUE
                 AT END
                    SET EOF-ACCOUNTS TO TRUE
                 NOT AT END
                    PERFORM 0300-CONSIDER-ACCOUNT THRU 0300-END
              END-READ
           END-PERFORM

           PERFORM 0500-POST-FEE-INCOME-OFFSET THRU 0500-END

           IF NOT BATCH-IS-PREVIEW
              PERFORM 0865-CLOSE-RUN
           END-IF

           CLOSE ACCOUNTS
           CLOSE TRANSACTIONS
           CLOSE ACCT-TYPES
           CLOSE SVC-STATS
           IF ANL-ACCOUNTS-CHECK-STATUS = "00"
              CLOSE ANL-ACCOUNTS
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CHARGED " WS-CHARGED-COUNT " ("
                  WS-TIER-DISC-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "BILLED BY ACCOUNT ANALYSIS " WS-ANALYZED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE FEE-REPORT

           IF BATCH-IS-PREVIEW
              DISPLAY "SERVICE CHARGE PREVIEW COMPLETE - NOTHING "
                      "WAS POSTED."
              DISPLAY "ACCOUNTS TO CHARGE: " WS-CHARGED-COUNT
                      " TOTAL " WS-CHARGED-TOTAL
              DISPLAY "ACCOUNTS TO WAIVE:  " WS-WAIVED-COUNT
              DISPLAY "PREVIEW REPORT: " WS-REPORT-NAME
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "SVC FEE PREVIEW " WS-FEE-MONTH ": CHARGE "
                     WS-CHARGED-COUNT " WAIVE " WS-WAIVED-COUNT
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "SERVICE CHARGE RUN COMPLETE."
           DISPLAY "ACCOUNTS CHARGED: " WS-CHARGED-COUNT
                   " TOTAL " WS-CHARGED-TOTAL
           DISPLAY "ACCOUNTS WAIVED:  " WS-WAIVED-COUNT
           DISPLAY "FEE RUN REPORT: " WS-REPORT-NAME

           PERFORM 0600-RECORD-FEE-RUN THRU 0600-END

           STRING "SVC FEES " WS-FEE-MONTH ": CHARGED "
                  WS-CHARGED-COUNT " WAIVED " WS-WAIVED-COUNT
              GO TO 0300-END
           END-IF

           IF ANL-ACCOUNTS-CHECK-STATUS = "00"
              MOVE FS-ID TO ANA-ACC-ID
              READ ANL-ACCOUNTS KEY IS ANA-ACC-ID
                 NOT INVALID KEY
                    IF ANA-STATUS = "ACTIVE"
                       ADD 1 TO WS-ANALYZED-COUNT
                       GO TO 0300-END
                    END-IF
              END-READ
           END-IF

           MOVE FS-ID TO WS-THIS-ACC-ID
           MOVE AT-MONTHLY-FEE TO WS-THIS-FEE

              GO TO 0300-END
           END-IF

           PERFORM 0350-APPLY-RELATIONSHIP-TIER THRU 0350-END
           IF WS-THIS-FEE <= ZEROES
              GO TO 0300-END
           END-IF

           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-THIS-FEE TO WS-CHARGED-TOTAL

           IF BATCH-IS-PREVIEW
              COMPUTE WS-RESULT-BALANCE = FS-BALANCE - WS-THIS-FEE
              MOVE SPACES TO REPORT-LINE
              STRING "WOULD CHARGE ACCT " WS-THIS-ACC-ID
                     " FEE " WS-THIS-FEE
                     " AVG " WS-AVG-BALANCE
                     " NEW BAL " WS-RESULT-BALANCE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0300-END
           END-IF

           PERFORM 0400-POST-FEE

           MOVE SPACES TO REPORT-LINE
           STRING "CHARGED ACCT " WS-THIS-ACC-ID
                  " FEE " WS-THIS-FEE
           END-READ

           MOVE FS-CUST-ID TO WS-CB-SUBJECT
           PERFORM 0193-ADD-TO-CUSTOMER THRU 0193-END

           IF JOINT-OWNERS-CHECK-STATUS = "00"
              MOVE FS-ID TO JO-ACC-ID
                          SET EOF-JOINT TO TRUE
                       ELSE
                          MOVE JO-CUST-ID TO WS-CB-SUBJECT
                          PERFORM 0193-ADD-TO-CUSTOMER THRU 0193-END
                       END-IF
                 END-READ
              END-PERFORM
                 MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
                 CALL "writeJournal" USING WS-JNL-PROGRAM
                      WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
                 PERFORM 0870-RECORD-RUN-ITEM
           END-WRITE

           COMPUTE FS-BALANCE = FS-BALANCE - WS-THIS-FEE
              GO TO 0500-END
           END-IF

           IF BATCH-IS-PREVIEW
              MOVE SPACES TO REPORT-LINE
              STRING "WOULD CREDIT FEE INCOME ACCT "
                     WS-FEE-INCOME-ACC " WITH " WS-CHARGED-TOTAL
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0500-END
           END-IF

           PERFORM 0550-POST-FEE-OFFSET-ENTRY THRU 0550-OFFSET-END.
       0500-END.

       0550-POST-FEE-OFFSET-ENTRY.
                 MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
                 CALL "writeJournal" USING WS-JNL-PROGRAM
                      WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
                 PERFORM 0870-RECORD-RUN-ITEM
           END-WRITE

           MOVE WS-FEE-INCOME-ACC TO FS-ID
                    SET EOF-FEE-RUN TO TRUE
                 NOT AT END
                    IF FRC-MONTH = WS-FEE-MONTH
                       AND FRC-STATUS NOT = "REVERSED"
                       MOVE "Y" TO WS-MONTH-ALREADY-RUN
                       SET EOF-FEE-RUN TO TRUE
                    END-IF
           MOVE WS-FEE-MONTH TO FRC-MONTH
           MOVE WS-BUS-DATE TO FRC-RUN-DATE
           MOVE WS-CHARGED-COUNT TO FRC-CHARGED-COUNT
           MOVE "POSTED" TO FRC-STATUS
           WRITE FEE-RUN-LINE
           CLOSE FEE-RUN-CONTROL.
       0600-END.

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
