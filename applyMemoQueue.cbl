       01  WS-CREATED-NUM            PIC 9(8).
       01  WS-ACCT-AGE-DAYS          PIC S9(5).
       01  WS-NEXT-HOLD-ID           PIC 9(5).
       01  WS-DEP-ROUTING            PIC 9(9).
       01  WS-NOTICE-EVENT           PIC X(12).
       01  WS-NOTICE-TEXT            PIC X(60).

                    SET EOF-MEMO-QUEUE TO TRUE
                 NOT AT END
                    IF MQ-STATUS = "QUEUED"
                       PERFORM 0200-APPLY-ONE-ITEM THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM
           SET WS-ITEM-OK TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 0220-VALIDATE-ITEM THRU 0220-END

           IF WS-ITEM-REJECTED
              MOVE "REJECTED" TO MQ-STATUS
              GO TO 0200-END
           END-IF

           PERFORM 0250-POST-ITEM THRU 0250-END

           MOVE "POSTED" TO MQ-STATUS
           MOVE SPACES TO MQ-REASON
           END-IF

           IF MQ-CHECK-NO > ZEROES
              PERFORM 0230-CHECK-STOP-PAYMENT THRU 0230-END
              IF WS-ITEM-REJECTED
                 GO TO 0220-END
              END-IF
           END-IF

           PERFORM 0240-SUM-ACTIVE-HOLDS THRU 0240-END

           MOVE 0 TO WS-MIN-BALANCE
           IF WS-ACCT-TYPES-OPEN = "Y"
           END-READ

           IF MQ-TYPE = "CREDIT" AND MQ-TXN-CODE = "CHD"
              MOVE ZEROES TO WS-NEXT-HOLD-ID
              PERFORM 0280-PLACE-AVAIL-HOLD THRU 0280-END
              PERFORM 0288-CAPTURE-DEPOSIT-ITEM
           END-IF

           IF MQ-TYPE = "DEBIT" AND MQ-CHECK-NO > ZEROES
              PERFORM 0270-REGISTER-CHECK THRU 0270-END
           END-IF.
       0250-END.

              END-IF
           END-IF

           CALL "kiteHoldDays" USING MQ-ACC-ID WS-AV-DAYS

           COMPUTE WS-AV-REL-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD)
           PERFORM 0284-NEXT-BUS-DAY WS-AV-DAYS TIMES
           MOVE "-" TO WS-AV-REL-DATE(8:1)
           MOVE WS-AV-REL-NUM(7:2) TO WS-AV-REL-DATE(9:2)

           PERFORM 0282-WRITE-AVAIL-HOLD THRU 0282-END

           MOVE SPACES TO REPORT-LINE
           STRING "  HELD " WS-AV-HOLD-AMOUNT " ON ACCT "

       0284-NEXT-BUS-DAY.
           ADD 1 TO WS-AV-REL-INT
           PERFORM 0286-CHECK-BUS-DAY THRU 0286-END
           PERFORM UNTIL WS-AV-IS-BUS = "Y"
              ADD 1 TO WS-AV-REL-INT
              PERFORM 0286-CHECK-BUS-DAY THRU 0286-END
           END-PERFORM.
       0284-END.

           CLOSE HOLIDAYS.
       0286-END.

       0288-CAPTURE-DEPOSIT-ITEM.
           MOVE ZEROES TO WS-DEP-ROUTING
           IF MQ-DESC(1:7) = "CHKDEP " AND MQ-DESC(8:9) NUMERIC
              MOVE MQ-DESC(8:9) TO WS-DEP-ROUTING
           END-IF

           CALL "captureDepItem" USING MQ-ACC-ID WS-DEP-ROUTING
                MQ-CHECK-NO MQ-AMOUNT WS-BUS-DATE WS-ID
                WS-NEXT-HOLD-ID.
       0288-END.

       0880-WRITE-AUDIT.
           MOVE "BATCH" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
