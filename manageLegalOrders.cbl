           88  WS-LOCK-ACQUIRED      VALUE "Y".
           88  WS-LOCK-DENIED        VALUE "N".

       01  WS-INSIDER-OP-ID          PIC X(8).
       01  WS-INSIDER-ACC-ID         PIC 9(8).
       01  WS-INSIDER-ACTION         PIC X(12).
       01  WS-INSIDER-RESULT         PIC X.
           88  WS-INSIDER-BLOCKED    VALUE "B".

       01  WS-LEGAL-MENU.
           02 WS-LEG-MENU-LINE    PIC X(34) VALUE
                                   "----------------------------------".

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-RECORD-ORDER THRU 0200-END
              WHEN 2
                 PERFORM 0400-RECORD-ANSWER THRU 0400-END
              WHEN 3
                 PERFORM 0500-REMIT-TO-CREDITOR THRU 0500-END
              WHEN 4
                 PERFORM 0600-RELEASE-ORDER THRU 0600-END
              WHEN 5
                 PERFORM 0700-LIST-ORDERS
           END-EVALUATE
           STRING "LEGALORD " WS-NEXT-ORDER-ID
              DELIMITED BY SIZE INTO WS-HOLD-REASON

           PERFORM 0300-FREEZE-CUSTOMER-FUNDS THRU 0300-END

           MOVE WS-NEXT-ORDER-ID TO LO-ID
           MOVE WS-ORDER-REF-IN TO LO-ORDER-REF
                 AT END
                    SET EOF-ACCOUNTS TO TRUE
                 NOT AT END
                    PERFORM 0320-CONSIDER-ACCOUNT THRU 0320-END
              END-READ
           END-PERFORM

           END-IF

           IF FD-CUST-ID NOT = WS-CUST-ID-IN
              PERFORM 0330-CHECK-JOINT-OWNERSHIP THRU 0330-END
              IF WS-JOINT-FOUND NOT = "Y"
                 GO TO 0320-END
              END-IF
           STRING "LEGALORD " LO-ID
              DELIMITED BY SIZE INTO WS-HOLD-REASON

           MOVE "ORDER REMIT" TO WS-INSIDER-ACTION
           PERFORM 0610-CHECK-ORDER-INSIDER THRU 0610-END
           IF WS-INSIDER-BLOCKED
              DISPLAY "NO REMITTANCE WAS MADE."
              GO TO 0500-END
           END-IF

           MOVE ZEROES TO WS-REMIT-TOTAL

           OPEN I-O HOLDS
                 NOT AT END
                    IF HOLD-REASON = WS-HOLD-REASON
                       AND HOLD-STATUS = "ACTIVE"
                       PERFORM 0540-REMIT-ONE-HOLD THRU 0540-END
                    END-IF
              END-READ
           END-PERFORM
           STRING "LEGALORD " LO-ID
              DELIMITED BY SIZE INTO WS-HOLD-REASON

           MOVE "HOLD RELEASE" TO WS-INSIDER-ACTION
           PERFORM 0610-CHECK-ORDER-INSIDER THRU 0610-END
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE ORDER WAS NOT RELEASED."
              GO TO 0600-END
           END-IF

           OPEN I-O HOLDS
           IF HOLDS-CHECK-STATUS = "00"
              MOVE LOW-VALUES TO HOLD-ID
           DISPLAY "ORDER " LO-ID " RELEASED.".
       0600-END.

       0610-CHECK-ORDER-INSIDER.
           MOVE "N" TO WS-INSIDER-RESULT
           MOVE ZEROES TO WS-INSIDER-ACC-ID

           OPEN INPUT HOLDS
           IF HOLDS-CHECK-STATUS NOT = "00"
              GO TO 0610-END
           END-IF

           MOVE LOW-VALUES TO HOLD-ID
           SET NOT-EOF-HOLDS TO TRUE
           START HOLDS KEY IS NOT LESS THAN HOLD-KEY
              INVALID KEY
                 SET EOF-HOLDS TO TRUE
           END-START

           PERFORM UNTIL EOF-HOLDS OR WS-INSIDER-BLOCKED
              READ HOLDS NEXT RECORD
                 AT END
                    SET EOF-HOLDS TO TRUE
                 NOT AT END
                    IF HOLD-REASON = WS-HOLD-REASON
                       AND HOLD-STATUS = "ACTIVE"
                       AND HOLD-ACC-ID NOT = WS-INSIDER-ACC-ID
                       MOVE HOLD-ACC-ID TO WS-INSIDER-ACC-ID
                       MOVE SPACES TO WS-INSIDER-OP-ID
                       CALL "checkInsider" USING WS-INSIDER-OP-ID
                            WS-INSIDER-ACC-ID WS-INSIDER-ACTION
                            WS-INSIDER-RESULT
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HOLDS.
       0610-END.

       0700-LIST-ORDERS.
           MOVE WS-BUS-DATE(1:4) TO WS-TODAY-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-TODAY-NUM(5:2)
                    SET EOF-ORDERS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 0720-DISPLAY-ORDER THRU 0720-END
              END-READ
           END-PERFORM

