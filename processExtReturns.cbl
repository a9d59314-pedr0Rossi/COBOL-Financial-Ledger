           RECORD KEY IS EXT-ID
           FILE STATUS IS EXT-XFERS-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.
           05 EXT-TR-ID              PIC 9(9).
           05 EXT-RETURN-REASON      PIC X(20).

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).

       01  RETURNS-CHECK-STATUS      PIC XX.
       01  EXT-XFERS-CHECK-STATUS    PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.
       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SETTLEMENT-ACC         PIC 9(8).
       01  WS-RETURNED-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-SKIPPED-COUNT          PIC 9(5) VALUE ZEROES.

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

       01  WS-REGISTRY-ID            PIC 9(7) VALUE ZEROES.
       01  WS-REG-REFUSED            PIC X VALUE "N".
           88  REG-REFUSED           VALUE "Y".

       01  WS-NOTICE-EVENT           PIC X(12).
       01  WS-NOTICE-TEXT            PIC X(60).
       01  WS-NOTICE-ACC             PIC 9(8).

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

       PROCEDURE DIVISION.

                      RETURNS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF
           CLOSE RETURNS-IN

           PERFORM 0120-REGISTER-RETURNS THRU 0120-END
           IF REG-REFUSED
              MOVE 4 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT RETURNS-IN

           OPEN I-O EXT-XFERS
           IF EXT-XFERS-CHECK-STATUS NOT = "00"
              MOVE EXT-XFERS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING EXT XFERS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE RETURNS-IN
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
                 NOT AT END
                    IF RETURNS-LINE(1:1) = "D"
                       MOVE RETURNS-LINE(1:30) TO WS-RETURN-DETAIL
                       PERFORM 0200-PROCESS-RETURN THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RETURNS-IN
           CLOSE EXT-XFERS

           DISPLAY "EXTERNAL RETURNS PROCESSED: " WS-RETURNED-COUNT
                   " REVERSED, " WS-SKIPPED-COUNT " SKIPPED."

           MOVE "C" TO WS-IBQ-ACTION
           MOVE WS-REGISTRY-ID TO WS-IBQ-REG-ID
           CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                     WS-INBOUND-RESULT

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PROCESSED " WS-RETURNED-COUNT " EXT RETURNS, "
                  WS-SKIPPED-COUNT " SKIPPED"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           GO TO 0900-END-PROGRAM.
       0100-END.

       0120-REGISTER-RETURNS.
           MOVE "O" TO WS-IBQ-ACTION
           MOVE "EXTRETURNS" TO WS-IBQ-SOURCE
           MOVE "extreturns.DAT" TO WS-IBQ-HEADER-ID
           MOVE SPACES TO WS-IBQ-CREATED
           MOVE ZEROES TO WS-IBQ-RECORD-COUNT
           MOVE ZEROES TO WS-IBQ-HASH-TOTAL
           MOVE SPACES TO WS-IBQ-OVERRIDE-BY
           MOVE ZEROES TO WS-IBQ-REG-ID
           MOVE ZEROES TO WS-IBQ-CHECKPOINT

           OPEN INPUT RETURNS-IN
           SET NOT-EOF-RETURNS TO TRUE
           PERFORM UNTIL EOF-RETURNS
              READ RETURNS-IN
                 AT END
                    SET EOF-RETURNS TO TRUE
                 NOT AT END
                    EVALUATE RETURNS-LINE(1:1)
                       WHEN "H"
                          MOVE RETURNS-LINE(2:20) TO WS-IBQ-HEADER-ID
                       WHEN "D"
                          MOVE RETURNS-LINE(1:30) TO WS-RETURN-DETAIL
                          ADD 1 TO WS-IBQ-RECORD-COUNT
                          IF WS-RD-EXT-ID NUMERIC
                             ADD WS-RD-EXT-ID TO WS-IBQ-HASH-TOTAL
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE RETURNS-IN

           CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                     WS-INBOUND-RESULT

           IF WS-IBR-DUPLICATE
              DISPLAY "RETURN FILE REFUSED - " WS-IBR-MESSAGE
              DISPLAY "AUTHORIZE A RE-RUN FROM THE INBOUND FILE "
                      "REGISTRY SCREEN IF IT MUST BE PROCESSED AGAIN."
              MOVE "Y" TO WS-REG-REFUSED
              GO TO 0120-END
           END-IF

           IF WS-IBR-FAILED
              DISPLAY "RETURN FILE REFUSED - " WS-IBR-MESSAGE
              MOVE "Y" TO WS-REG-REFUSED
              GO TO 0120-END
           END-IF

           MOVE WS-IBR-REG-ID TO WS-REGISTRY-ID

           IF WS-IBR-RESUME
              DISPLAY "RETURN FILE WAS STARTED ON " WS-IBR-PRIOR-DATE
                      " AND NOT COMPLETED - PROCESSING IT AGAIN."
           END-IF.
       0120-END.

       0150-GET-SETTLEMENT-ACC.
           MOVE ZEROES TO WS-SETTLEMENT-ACC
           OPEN INPUT INT-ACCT
              GO TO 0200-END
           END-IF

           PERFORM 0250-POST-REVERSAL THRU 0250-END
           IF WS-RS-REJECTED
              DISPLAY "RETURNED ITEM " WS-RD-EXT-ID " COULD NOT BE "
                      "REVERSED - " WS-RS-REASON
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 0200-END
           END-IF

           MOVE "RETURNED" TO EXT-STATUS
           MOVE WS-RD-REASON TO EXT-RETURN-REASON
       0200-END.

       0250-POST-REVERSAL.
           MOVE EXT-ACC-ID TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE EXT-AMOUNT TO WS-PR-AMOUNT
           MOVE "EXT RETURN" TO WS-PR-DESC
           MOVE "EXT" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE EXT-TR-ID TO WS-PR-RELATED-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "EXTRTN" TO WS-PR-CHANNEL
           MOVE "F" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              GO TO 0250-END
           END-IF

           IF WS-SETTLEMENT-ACC = ZEROES
              GO TO 0250-END
           END-IF

           MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE WS-RS-TR-ID TO WS-PR-TR-ID
           MOVE "S" TO WS-PR-MODE

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              DISPLAY "ERROR POSTING SETTLEMENT REVERSAL FOR "
                      "ITEM " EXT-ID " - " WS-RS-REASON
              SET WS-RS-POSTED TO TRUE
           END-IF.
       0250-END.

       0880-WRITE-AUDIT.
           MOVE "BATCH" TO WS-AUDIT-OPERATOR
