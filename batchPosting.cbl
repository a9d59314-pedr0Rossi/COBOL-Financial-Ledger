           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT SUSPENSE ASSIGN TO "suspense.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 FD-CURRENCY              PIC X(3).
           02 FD-BRANCH                PIC X(4).

       FD  SUSPENSE.
       01  SUS-DETAILS.
           05 SUS-ID                 PIC 9(7).
       01  REJECT-CHECK-STATUS       PIC XX.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

           88  EOF-TRANSACTIONS     VALUE "Y".
           88  NOT-EOF-TRANSACTIONS VALUE "N".

       01  WS-POSTING-DETAIL.
           05 WS-PD-RECORD-TYPE      PIC X(1).
           05 WS-PD-ACC-ID           PIC 9(8).
           88  WS-CHECK-OK           VALUE "Y".
           88  WS-CHECK-BAD          VALUE "N".

       01  WS-INSIDER-OP-ID          PIC X(8).
       01  WS-INSIDER-ACTION         PIC X(12).
       01  WS-INSIDER-RESULT         PIC X.
           88  WS-INSIDER-BLOCKED    VALUE "B".

       01  WS-ITEM-OK-FLAG           PIC X VALUE "N".
           88  WS-ITEM-OK            VALUE "Y".
           88  WS-ITEM-REJECTED      VALUE "N".
           88  DUPLICATE-FOUND       VALUE "Y".
           88  NO-DUPLICATE-FOUND    VALUE "N".

       01  WS-ITEM-CODE              PIC X(4).

       01  WS-REJECT-NAME            PIC X(40).
       01  POS-PAY-CHECK-STATUS        PIC XX.
       01  ISSUED-CHECKS-CHECK-STATUS  PIC XX.
       01  POS-EXCEPT-CHECK-STATUS     PIC XX.
       01  WS-PX-REASON                PIC X(20).
       01  WS-PX-ISSUED-AMOUNT         PIC 9(9)V99.
       01  WS-PX-NEXT-ID               PIC 9(7).
           88  EOF-POS-EXCEPT          VALUE "Y".
           88  NOT-EOF-POS-EXCEPT      VALUE "N".

       01  WS-POST-REQUEST.
           05 WS-PR-ACC-ID           PIC 9(8).
           05 WS-PR-TYPE             PIC X(6).
           05 WS-PR-AMOUNT           PIC 9(9)V99.
           05 WS-PR-DESC             PIC X(20).
           05 WS-PR-TXN-CODE         PIC X(4).
           05 WS-PR-CHECK-NO         PIC 9(6).
           05 WS-PR-TR-ID            PIC 9(9).
           05 WS-PR-RELATED-ID       PIC 9(9).
           05 WS-PR-DATE             PIC X(10).
           05 WS-PR-BRANCH           PIC X(4).
           05 WS-PR-CHANNEL          PIC X(8).
           05 WS-PR-MODE             PIC X(1).
           05 WS-PR-LIMIT-MODE       PIC X(1).
           05 WS-PR-ITEM-FEE         PIC X(1).
           05 WS-PR-FEE-AMOUNT       PIC 9(5)V99.
           05 WS-PR-FEE-DESC         PIC X(20).

       01  WS-POST-RESULT.
           05 WS-RS-RESULT           PIC X(1).
              88  WS-RS-POSTED       VALUE "P".
              88  WS-RS-REJECTED     VALUE "R".
           05 WS-RS-REASON-CODE      PIC X(4).
           05 WS-RS-REASON           PIC X(30).
           05 WS-RS-TR-ID            PIC 9(9).
           05 WS-RS-NEW-BALANCE      PIC S9(9)V99.
           05 WS-RS-NSF-ACTION       PIC X(8).
           05 WS-RS-FEE-CHARGED      PIC 9(5)V99.
           05 WS-RS-ACCT-BRANCH      PIC X(4).

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-INBOUND-REQUEST.
           05 WS-IBQ-ACTION          PIC X.
           05 WS-IBQ-SOURCE          PIC X(12).
           05 WS-IBQ-HEADER-ID       PIC X(20).
           05 WS-IBQ-CREATED         PIC X(10).
           05 WS-IBQ-RECORD-COUNT    PIC 9(7).
           05 WS-IBQ-HASH-TOTAL      PIC 9(13)V9(6).
           05 WS-IBQ-OVERRIDE-BY     PIC X(8).
           05 WS-IBQ-REG-ID          PIC 9(7).
           05 WS-IBQ-CHECKPOINT      PIC 9(7).

       01  WS-INBOUND-RESULT.
           05 WS-IBR-STATUS          PIC X.
              88  WS-IBR-NEW         VALUE "N".
              88  WS-IBR-DUPLICATE   VALUE "D".
              88  WS-IBR-RESUME      VALUE "R".
              88  WS-IBR-FAILED      VALUE "F".
           05 WS-IBR-REG-ID          PIC 9(7).
           05 WS-IBR-CHECKPOINT      PIC 9(7).
           05 WS-IBR-PRIOR-DATE      PIC X(10).
           05 WS-IBR-MESSAGE         PIC X(60).

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

       01  WS-STAMP-FEE-ID           PIC 9(9).
       01  WS-STAMP-FEE-ID-2         PIC 9(9).

       01  WS-REGISTRY-ID            PIC 9(7) VALUE ZEROES.
       01  WS-DETAIL-SEQ             PIC 9(7) VALUE ZEROES.
       01  WS-RESUME-AFTER           PIC 9(7) VALUE ZEROES.
       01  WS-SKIPPED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-DUP-SUP-ID             PIC X(8).
       01  WS-DUP-SUP-OK             PIC X.

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).


           PERFORM 0150-VALIDATE-BATCH-TOTALS

           PERFORM 0170-REGISTER-BATCH

           OPEN I-O ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT POSTING-IN
           IF WS-RESUME-AFTER > ZEROES
              OPEN EXTEND REJECT-OUT
              IF REJECT-CHECK-STATUS = "35"
                 OPEN OUTPUT REJECT-OUT
              END-IF
           ELSE
              OPEN OUTPUT REJECT-OUT
           END-IF

           SET WS-RUN-NOT-OPENED TO TRUE
           MOVE "batchPosting" TO WS-RUQ-PROGRAM
           MOVE WS-PH-BATCH-REF TO WS-RUQ-REF
           MOVE WS-REGISTRY-ID TO WS-RUQ-INBOUND-ID
           PERFORM 0860-OPEN-RUN

           SET NOT-EOF-POSTING TO TRUE
           PERFORM UNTIL EOF-POSTING
                    SET EOF-POSTING TO TRUE
                 NOT AT END
                    IF POSTING-LINE(1:1) = "D"
                       ADD 1 TO WS-DETAIL-SEQ
                       IF WS-DETAIL-SEQ > WS-RESUME-AFTER
                          PERFORM 0200-PROCESS-ITEM THRU 0200-END
                          PERFORM 0180-TAKE-CHECKPOINT
                       ELSE
                          ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE POSTING-IN
           CLOSE REJECT-OUT

           PERFORM 0865-CLOSE-RUN

           MOVE "C" TO WS-IBQ-ACTION
           MOVE WS-REGISTRY-ID TO WS-IBQ-REG-ID
           CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                     WS-INBOUND-RESULT

           DISPLAY "BATCH POSTING COMPLETE FOR BATCH "
                   WS-PH-BATCH-REF " OF " WS-PH-BATCH-DATE
           DISPLAY "ITEMS POSTED:   " WS-POSTED-COUNT
                   " AMOUNT " WS-POSTED-AMOUNT
           DISPLAY "ITEMS REJECTED: " WS-REJECT-COUNT
                   " AMOUNT " WS-REJECT-AMOUNT
           IF WS-SKIPPED-COUNT > ZEROES
              DISPLAY "ITEMS SKIPPED:  " WS-SKIPPED-COUNT
                      " (POSTED BY THE INTERRUPTED RUN)"
           END-IF
           IF WS-REJECT-COUNT > ZEROES
              DISPLAY "REJECTS WRITTEN TO " WS-REJECT-NAME
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "BATCH " WS-PH-BATCH-REF " POSTED "
                  WS-POSTED-COUNT " REJECTED " WS-REJECT-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           END-EVALUATE.
       0160-END.

       0170-REGISTER-BATCH.
           MOVE "O" TO WS-IBQ-ACTION
           MOVE "POSTBATCH" TO WS-IBQ-SOURCE
           MOVE WS-PH-BATCH-REF TO WS-IBQ-HEADER-ID
           MOVE WS-PH-BATCH-DATE TO WS-IBQ-CREATED
           MOVE WS-ITEM-COUNT TO WS-IBQ-RECORD-COUNT
           MOVE WS-AMOUNT-TOTAL TO WS-IBQ-HASH-TOTAL
           MOVE SPACES TO WS-IBQ-OVERRIDE-BY
           MOVE ZEROES TO WS-IBQ-REG-ID
           MOVE ZEROES TO WS-IBQ-CHECKPOINT

           CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                     WS-INBOUND-RESULT

           IF WS-IBR-DUPLICATE
              DISPLAY "BATCH " WS-PH-BATCH-REF " OF "
                      WS-PH-BATCH-DATE " HAS ALREADY BEEN POSTED."
              DISPLAY WS-IBR-MESSAGE
              DISPLAY "A SUPERVISOR OVERRIDE IS REQUIRED TO POST IT "
                      "AGAIN."
              CALL "verifySupervisor" USING WS-DUP-SUP-ID
                                            WS-DUP-SUP-OK
              IF WS-DUP-SUP-OK NOT = "Y"
                 DISPLAY "BATCH REFUSED - DUPLICATE FILE."
                 GO TO 0950-ABORT-PROGRAM
              END-IF
              MOVE WS-DUP-SUP-ID TO WS-IBQ-OVERRIDE-BY
              CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                        WS-INBOUND-RESULT
           END-IF

           IF WS-IBR-FAILED OR WS-IBR-DUPLICATE
              DISPLAY "BATCH REFUSED - " WS-IBR-MESSAGE
              GO TO 0950-ABORT-PROGRAM
           END-IF

           MOVE WS-IBR-REG-ID TO WS-REGISTRY-ID

           IF WS-IBR-RESUME
              MOVE WS-IBR-CHECKPOINT TO WS-RESUME-AFTER
              DISPLAY "BATCH " WS-PH-BATCH-REF " WAS INTERRUPTED "
                      "ON " WS-IBR-PRIOR-DATE
              DISPLAY "RESUMING AFTER ITEM " WS-RESUME-AFTER
                      " OF " WS-ITEM-COUNT
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "BATCH " WS-PH-BATCH-REF " RESUMED AFTER ITEM "
                     WS-RESUME-AFTER
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
           END-IF.
       0170-END.

       0180-TAKE-CHECKPOINT.
           MOVE "K" TO WS-IBQ-ACTION
           MOVE WS-REGISTRY-ID TO WS-IBQ-REG-ID
           MOVE WS-DETAIL-SEQ TO WS-IBQ-CHECKPOINT
           CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                     WS-INBOUND-RESULT.
       0180-END.

       0200-PROCESS-ITEM.
           MOVE POSTING-LINE(1:52) TO WS-POSTING-DETAIL
           MOVE FUNCTION UPPER-CASE (WS-PD-TYPE) TO WS-PD-TYPE
           SET WS-ITEM-OK TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 0210-VALIDATE-ITEM THRU 0210-END

           IF WS-ITEM-REJECTED
              ADD 1 TO WS-REJECT-COUNT
              MOVE "WDL" TO WS-ITEM-CODE
           END-IF

           PERFORM 0250-POST-ITEM

           IF WS-ITEM-REJECTED
              GO TO 0210-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "BATCH POST" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-PD-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              MOVE "INSIDER ACCOUNT - NOT APPROVED" TO WS-REJECT-REASON
              SET WS-ITEM-REJECTED TO TRUE
              GO TO 0210-END
           END-IF

           PERFORM 0220-CHECK-DUPLICATE THRU 0220-END
           IF DUPLICATE-FOUND
              MOVE "DUPLICATE OF A POSTED ITEM" TO WS-REJECT-REASON
              SET WS-ITEM-REJECTED TO TRUE
           IF WS-PD-TYPE = "DEBIT"
              AND WS-PD-CHECK-NO NUMERIC
              AND WS-PD-CHECK-NO > ZEROES
              PERFORM 0225-CHECK-POSITIVE-PAY THRU 0225-END
              IF WS-ITEM-REJECTED
                 GO TO 0210-END
              END-IF
           END-IF.
       0210-END.

           GO TO 0225-END.

       0225-EXCEPTION.
           PERFORM 0227-WRITE-POSPAY-EXCEPTION THRU 0227-END
           MOVE "POSITIVE PAY EXCEPTION" TO WS-REJECT-REASON
           SET WS-ITEM-REJECTED TO TRUE.
       0225-END.
           END-PERFORM.
       0220-END.

       0250-POST-ITEM.
           MOVE WS-PD-ACC-ID TO WS-PR-ACC-ID
           MOVE WS-PD-TYPE TO WS-PR-TYPE
           MOVE WS-PD-AMOUNT TO WS-PR-AMOUNT
           MOVE WS-PD-DESC TO WS-PR-DESC
           MOVE WS-ITEM-CODE TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-TODAY TO WS-PR-DATE
           MOVE WS-POST-BRANCH TO WS-PR-BRANCH
           MOVE "BATCH" TO WS-PR-CHANNEL
           MOVE "C" TO WS-PR-MODE
           MOVE "B" TO WS-PR-LIMIT-MODE
           MOVE "Y" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC

           CLOSE TRANSACTIONS
           CLOSE ACCOUNTS

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           OPEN I-O ACCOUNTS
           OPEN I-O TRANSACTIONS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              OR TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "REOPENING LEDGER FILES" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF WS-RS-REJECTED
              MOVE WS-RS-REASON TO WS-REJECT-REASON
              SET WS-ITEM-REJECTED TO TRUE
              PERFORM 0280-WRITE-REJECT
           ELSE
              PERFORM 0255-STAMP-RUN-ITEMS THRU 0255-END
           END-IF.
       0250-END.

       0255-STAMP-RUN-ITEMS.
           IF NOT WS-RUN-OPEN
              OR NOT WS-RS-POSTED
              OR WS-RS-TR-ID = ZEROES
              GO TO 0255-END
           END-IF

           MOVE ZEROES TO WS-STAMP-FEE-ID
           MOVE ZEROES TO WS-STAMP-FEE-ID-2

           MOVE WS-RS-TR-ID TO TR-ID
           MOVE ZEROES TO TR-ACC-ID
           START TRANSACTIONS KEY IS NOT LESS THAN TR-KEY
              INVALID KEY
                 GO TO 0255-END
           END-START

           SET NOT-EOF-TRANSACTIONS TO TRUE
           PERFORM UNTIL EOF-TRANSACTIONS
              READ TRANSACTIONS NEXT RECORD
                 AT END
                    SET EOF-TRANSACTIONS TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN TR-ID = WS-RS-TR-ID
                          AND TR-ACC-ID = WS-PR-ACC-ID
                          PERFORM 0870-RECORD-RUN-ITEM
                       WHEN TR-RELATED-ID = WS-RS-TR-ID
                          IF TR-TXN-CODE = "FEE"
                             IF WS-STAMP-FEE-ID = ZEROES
                                MOVE TR-ID TO WS-STAMP-FEE-ID
                             ELSE
                                MOVE TR-ID TO WS-STAMP-FEE-ID-2
                             END-IF
                          END-IF
                          PERFORM 0870-RECORD-RUN-ITEM
                       WHEN WS-STAMP-FEE-ID > ZEROES
                          AND TR-RELATED-ID = WS-STAMP-FEE-ID
                          PERFORM 0870-RECORD-RUN-ITEM
                       WHEN WS-STAMP-FEE-ID-2 > ZEROES
                          AND TR-RELATED-ID = WS-STAMP-FEE-ID-2
                          PERFORM 0870-RECORD-RUN-ITEM
                    END-EVALUATE
              END-READ
           END-PERFORM.
       0255-END.

       0280-WRITE-REJECT.
           MOVE SPACES TO REJECT-LINE
           STRING WS-POSTING-DETAIL " REASON: " WS-REJECT-REASON
              DELIMITED BY SIZE INTO REJECT-LINE
           WRITE REJECT-LINE
           PERFORM 0285-WRITE-SUSPENSE THRU 0285-END.
       0280-END.

       0285-WRITE-SUSPENSE.
           CLOSE SUSPENSE.
       0285-END.

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
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
       0900-END-PROGRAM.
           CLOSE TRANSACTIONS
           CLOSE ACCOUNTS
           EXIT PROGRAM.

       0950-ABORT-PROGRAM.
                   "BEYOND THOSE ALREADY REPORTED."
           CLOSE TRANSACTIONS
           CLOSE ACCOUNTS
           EXIT PROGRAM.
       0950-END.
