           88  NOT-FOUND              VALUE "N".

       01  WS-SEARCH-ID                PIC 9(9).
       01  WS-INSIDER-OP-ID            PIC X(8).
       01  WS-INSIDER-ACTION           PIC X(12).
       01  WS-INSIDER-RESULT           PIC X.
           88  WS-INSIDER-BLOCKED      VALUE "B".
       01  WS-DECISION                 PIC X(1).
           88  WS-APPROVE              VALUE "A" "a".
           88  WS-REJECT               VALUE "R" "r".
       01  WS-CREATED-NUM               PIC 9(8).
       01  WS-ACCT-AGE-DAYS             PIC S9(5).
       01  WS-NEXT-HOLD-ID              PIC 9(5).
       01  WS-DEP-ROUTING               PIC 9(9).
       01  WS-NOTICE-EVENT              PIC X(12).
       01  WS-NOTICE-TEXT               PIC X(60).

       01  WS-XFER-CROSS                PIC X.
       01  WS-FX-RATE-USED              PIC 9(3)V9(6).
       01  WS-CREDIT-AMOUNT             PIC 9(9)V99.
       01  WS-FX-SRC-AMOUNT             PIC 9(9)V99.
       01  WS-FX-REFUSED                PIC X.
       01  WS-FX-SUP-ID                 PIC X(8).
       01  WS-FX-SUP-OK                 PIC X.

       01  WS-FX-POS-REQUEST.
           05 WS-FQ-ACTION              PIC X.
           05 WS-FQ-CCY                 PIC X(3).
           05 WS-FQ-AMOUNT              PIC S9(11)V99.
           05 WS-FQ-RATE                PIC 9(3)V9(6).
           05 WS-FQ-SOURCE              PIC X(20).
           05 WS-FQ-REF                 PIC X(20).

       01  WS-FX-POS-RESULT.
           05 WS-FQR-STATUS             PIC X.
              88  WS-FQR-WARNING        VALUE "W".
              88  WS-FQR-BLOCKED        VALUE "B".
           05 WS-FQR-MESSAGE            PIC X(60).

       01  WS-FX-DESC.
           05 WS-FX-DESC-TAG         PIC X(3).

           EVALUATE TRUE
              WHEN WS-APPROVE
                 PERFORM 0200-APPROVE-TRANSACTION THRU 0200-END
              WHEN WS-REJECT
                 PERFORM 0250-REJECT-TRANSACTION
              WHEN OTHER
       0150-END.

       0200-APPROVE-TRANSACTION.
           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "POST APPROVE" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID TR-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE TRANSACTION WAS NOT APPROVED."
              GO TO 0200-END
           END-IF

           MOVE TR-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
              MOVE "Y" TO WS-WAS-TRANSFER
           END-IF

           PERFORM 0260-VERIFY-DUAL-SIG THRU 0260-END
           IF WS-DS-REFUSED = "Y"
              DISPLAY "THE TRANSACTION STAYS HELD."
              GO TO 0200-END
           END-IF

           IF WS-WAS-TRANSFER = "Y"
              PERFORM 0270-CHECK-TRANSFER-DEST THRU 0270-END
              IF WS-DEST-OK NOT = "Y"
                 DISPLAY "THE TRANSACTION STAYS HELD."
                 GO TO 0200-END
              END-IF
              IF WS-XFER-CROSS = "Y"
                 PERFORM 0275-CHECK-FX-POSITION THRU 0275-END
                 IF WS-FX-REFUSED = "Y"
                    DISPLAY "THE TRANSACTION STAYS HELD."
                    GO TO 0200-END
                 END-IF
              END-IF
              MOVE TR-ACC-ID TO FD-ID
              READ ACCOUNTS KEY IS FD-ID
                 INVALID KEY
           END-IF

           IF TR-TYPE = "DEBIT" OR WS-WAS-TRANSFER = "Y"
              PERFORM 0230-SUM-ACTIVE-HOLDS THRU 0230-END
              COMPUTE WS-PROJECTED-BALANCE =
                      FD-BALANCE - TR-AMOUNT - WS-HELD-TOTAL
              IF WS-PROJECTED-BALANCE < WS-MIN-BALANCE
                TR-TYPE TR-AMOUNT

           IF TR-TYPE = "CREDIT" AND TR-TXN-CODE = "CHD"
              MOVE ZEROES TO WS-NEXT-HOLD-ID
              PERFORM 0290-PLACE-AVAIL-HOLD THRU 0290-END
              PERFORM 0298-CAPTURE-DEPOSIT-ITEM
           END-IF

           IF TR-TYPE = "DEBIT" AND TR-CHECK-NO > ZEROES
              PERFORM 0240-REGISTER-APPROVED-CHECK THRU 0240-END
              PERFORM 0245-MARK-ISSUE-MATCHED THRU 0245-END
           END-IF

           IF WS-WAS-TRANSFER = "Y"
              PERFORM 0280-POST-TRANSFER-CREDIT-LEG THRU 0280-END
              IF WS-XFER-CROSS = "Y"
                 PERFORM 0285-POST-FX-POSITION
              END-IF
           END-IF

           IF WS-OWNER-1 > ZEROES
           DISPLAY "FIRST AUTHORIZING OWNER CUSTOMER ID: "
           ACCEPT WS-OWNER-1
           MOVE WS-OWNER-1 TO WS-CHECK-OWNER
           PERFORM 0265-CHECK-OWNER-AUTHORITY THRU 0265-END
           IF WS-OWNER-OK NOT = "Y"
              MOVE "Y" TO WS-DS-REFUSED
              GO TO 0260-END
              GO TO 0260-END
           END-IF
           MOVE WS-OWNER-2 TO WS-CHECK-OWNER
           PERFORM 0265-CHECK-OWNER-AUTHORITY THRU 0265-END
           IF WS-OWNER-OK NOT = "Y"
              MOVE "Y" TO WS-DS-REFUSED
           END-IF.
           MOVE "Y" TO WS-DEST-OK.
       0270-END.

       0275-CHECK-FX-POSITION.
           MOVE "N" TO WS-FX-REFUSED
           MOVE TR-AMOUNT TO WS-FX-SRC-AMOUNT

           MOVE "C" TO WS-FQ-ACTION
           MOVE WS-SRC-CURRENCY TO WS-FQ-CCY
           MOVE WS-FX-SRC-AMOUNT TO WS-FQ-AMOUNT
           MOVE ZEROES TO WS-FQ-RATE
           MOVE "approveTransaction" TO WS-FQ-SOURCE
           MOVE TR-ID TO WS-FQ-REF
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT
           IF NOT WS-FQR-BLOCKED
              MOVE "C" TO WS-FQ-ACTION
              MOVE WS-DEST-CCY TO WS-FQ-CCY
              COMPUTE WS-FQ-AMOUNT = ZEROES - WS-CREDIT-AMOUNT
              MOVE ZEROES TO WS-FQ-RATE
              CALL "fxPosition" USING WS-FX-POS-REQUEST
                   WS-FX-POS-RESULT
           END-IF

           IF WS-FQR-WARNING
              DISPLAY "WARNING: " WS-FQR-MESSAGE
           END-IF

           IF NOT WS-FQR-BLOCKED
              GO TO 0275-END
           END-IF

           DISPLAY WS-FQR-MESSAGE
           DISPLAY "A SUPERVISOR OVERRIDE IS REQUIRED."
           CALL "verifySupervisor" USING WS-FX-SUP-ID WS-FX-SUP-OK
           IF WS-FX-SUP-OK NOT = "Y"
              MOVE "Y" TO WS-FX-REFUSED
              GO TO 0275-END
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "FX LIMIT OVERRIDE BY " WS-FX-SUP-ID " "
                  WS-FQ-CCY " TXN " TR-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
       0275-END.

       0280-POST-TRANSFER-CREDIT-LEG.
           MOVE TR-ACC-ID TO WS-XFER-SRC-ID
           MOVE WS-XFER-DEST-ID TO TR-ACC-ID
           END-READ.
       0280-END.

       0285-POST-FX-POSITION.
           MOVE "P" TO WS-FQ-ACTION
           MOVE WS-SRC-CURRENCY TO WS-FQ-CCY
           MOVE WS-FX-SRC-AMOUNT TO WS-FQ-AMOUNT
           MOVE ZEROES TO WS-FQ-RATE
           MOVE "approveTransaction" TO WS-FQ-SOURCE
           MOVE TR-ID TO WS-FQ-REF
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT

           MOVE "P" TO WS-FQ-ACTION
           MOVE WS-DEST-CCY TO WS-FQ-CCY
           COMPUTE WS-FQ-AMOUNT = ZEROES - WS-CREDIT-AMOUNT
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT.
       0285-END.

       0230-SUM-ACTIVE-HOLDS.
           MOVE ZEROES TO WS-HELD-TOTAL

              END-IF
           END-IF

           CALL "kiteHoldDays" USING TR-ACC-ID WS-AV-DAYS

           COMPUTE WS-AV-REL-INT =
                   FUNCTION INTEGER-OF-DATE (WS-AV-BUS-NUM)
           PERFORM 0294-NEXT-BUS-DAY WS-AV-DAYS TIMES
           MOVE "-" TO WS-AV-REL-DATE(8:1)
           MOVE WS-AV-REL-NUM(7:2) TO WS-AV-REL-DATE(9:2)

           PERFORM 0292-WRITE-AVAIL-HOLD THRU 0292-END

           DISPLAY WS-AV-HOLD-AMOUNT " OF THE DEPOSIT IS HELD "
                   "UNTIL " WS-AV-REL-DATE "."

       0294-NEXT-BUS-DAY.
           ADD 1 TO WS-AV-REL-INT
           PERFORM 0296-CHECK-BUS-DAY THRU 0296-END
           PERFORM UNTIL WS-AV-IS-BUS = "Y"
              ADD 1 TO WS-AV-REL-INT
              PERFORM 0296-CHECK-BUS-DAY THRU 0296-END
           END-PERFORM.
       0294-END.

           CLOSE HOLIDAYS.
       0296-END.

       0298-CAPTURE-DEPOSIT-ITEM.
           MOVE ZEROES TO WS-DEP-ROUTING
           IF TR-DESC(1:7) = "CHKDEP " AND TR-DESC(8:9) NUMERIC
              MOVE TR-DESC(8:9) TO WS-DEP-ROUTING
           END-IF

           CALL "captureDepItem" USING TR-ACC-ID WS-DEP-ROUTING
                TR-CHECK-NO TR-AMOUNT WS-BUS-DATE TR-ID
                WS-NEXT-HOLD-ID.
       0298-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
