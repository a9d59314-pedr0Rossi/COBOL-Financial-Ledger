           05 FILLER                 PIC X(1) VALUE "/".
           05 WS-FXC-DESC-TO         PIC X(3).

       01  WS-FX-SUP-ID              PIC X(8).
       01  WS-FX-SUP-OK              PIC X.

       01  WS-FX-POS-REQUEST.
           05 WS-FQ-ACTION           PIC X.
           05 WS-FQ-CCY              PIC X(3).
           05 WS-FQ-AMOUNT           PIC S9(11)V99.
           05 WS-FQ-RATE             PIC 9(3)V9(6).
           05 WS-FQ-SOURCE           PIC X(20).
           05 WS-FQ-REF              PIC X(20).

       01  WS-FX-POS-RESULT.
           05 WS-FQR-STATUS          PIC X.
              88  WS-FQR-WARNING     VALUE "W".
              88  WS-FQR-BLOCKED     VALUE "B".
           05 WS-FQR-MESSAGE         PIC X(60).

       01  WS-LOCK-NAME              PIC X(20).
       01  WS-LOCK-RESULT            PIC X.
           88  WS-LOCK-ACQUIRED      VALUE "Y".
           END-IF

           PERFORM 0200-LOOK-UP-RATE
           PERFORM 0250-LOOK-UP-SPREAD THRU 0250-END

           COMPUTE WS-CUSTOMER-RATE ROUNDED =
                   FX-RATE * (1 - WS-SPREAD)
           DISPLAY "CUSTOMER HANDS IN " WS-AMOUNT-IN " "
                   WS-FROM-CCY-IN " AND RECEIVES "
                   WS-PAYOUT-AMOUNT " " WS-TO-CCY-IN

           PERFORM 0270-CHECK-FX-POSITION THRU 0270-END

           DISPLAY "PROCEED WITH THE EXCHANGE? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0300-UPDATE-DRAWER-POSITIONS THRU 0300-END
           PERFORM 0400-POST-SPREAD-INCOME THRU 0400-END
           PERFORM 0280-POST-FX-POSITION

           STRING "FX EXCHANGE " WS-AMOUNT-IN " " WS-FROM-CCY-IN
                  " -> " WS-PAYOUT-AMOUNT " " WS-TO-CCY-IN
           CLOSE FX-SPREADS.
       0250-END.

       0270-CHECK-FX-POSITION.
           MOVE "C" TO WS-FQ-ACTION
           MOVE WS-FROM-CCY-IN TO WS-FQ-CCY
           MOVE WS-AMOUNT-IN TO WS-FQ-AMOUNT
           MOVE ZEROES TO WS-FQ-RATE
           MOVE "fxCashExchange" TO WS-FQ-SOURCE
           MOVE WS-AUDIT-OPERATOR TO WS-FQ-REF
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT
           IF NOT WS-FQR-BLOCKED
              MOVE "C" TO WS-FQ-ACTION
              MOVE WS-TO-CCY-IN TO WS-FQ-CCY
              COMPUTE WS-FQ-AMOUNT = ZEROES - WS-PAYOUT-AMOUNT
              MOVE ZEROES TO WS-FQ-RATE
              CALL "fxPosition" USING WS-FX-POS-REQUEST
                   WS-FX-POS-RESULT
           END-IF

           IF WS-FQR-WARNING
              DISPLAY "WARNING: " WS-FQR-MESSAGE
           END-IF

           IF NOT WS-FQR-BLOCKED
              GO TO 0270-END
           END-IF

           DISPLAY WS-FQR-MESSAGE
           DISPLAY "A SUPERVISOR OVERRIDE IS REQUIRED."
           CALL "verifySupervisor" USING WS-FX-SUP-ID WS-FX-SUP-OK
           IF WS-FX-SUP-OK NOT = "Y"
              DISPLAY "THE EXCHANGE WAS NOT MADE."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "FX LIMIT OVERRIDE BY " WS-FX-SUP-ID " "
                  WS-FQ-CCY " AMT " WS-AMOUNT-IN " " WS-FROM-CCY-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT
           MOVE SPACES TO WS-AUDIT-ACTION.
       0270-END.

       0280-POST-FX-POSITION.
           MOVE "P" TO WS-FQ-ACTION
           MOVE WS-FROM-CCY-IN TO WS-FQ-CCY
           MOVE WS-AMOUNT-IN TO WS-FQ-AMOUNT
           MOVE ZEROES TO WS-FQ-RATE
           MOVE "fxCashExchange" TO WS-FQ-SOURCE
           MOVE WS-AUDIT-OPERATOR TO WS-FQ-REF
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT

           MOVE "P" TO WS-FQ-ACTION
           MOVE WS-TO-CCY-IN TO WS-FQ-CCY
           COMPUTE WS-FQ-AMOUNT = ZEROES - WS-PAYOUT-AMOUNT
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT.
       0280-END.

       0300-UPDATE-DRAWER-POSITIONS.
           OPEN I-O DRAWER-FX
           IF DRAWER-FX-CHECK-STATUS = "35"
