       01  WS-REVERSAL-FLAG           PIC X VALUE "N".
           88  WS-REVERSAL-WRITTEN    VALUE "Y".
           88  WS-REVERSAL-FAILED     VALUE "N".
       01  WS-INSIDER-OP-ID           PIC X(8).
       01  WS-INSIDER-ACTION          PIC X(12).
       01  WS-INSIDER-RESULT          PIC X.
           88  WS-INSIDER-BLOCKED     VALUE "B".

       PROCEDURE DIVISION.

                 PERFORM 0900-END-PROGRAM
              END-IF

              MOVE SPACES TO WS-INSIDER-OP-ID
              IF TR-TXN-CODE = "FEE" OR TR-TXN-CODE = "SVC"
                 MOVE "FEE REVERSAL" TO WS-INSIDER-ACTION
              ELSE
                 MOVE "REVERSAL" TO WS-INSIDER-ACTION
              END-IF
              CALL "checkInsider" USING WS-INSIDER-OP-ID TR-ACC-ID
                   WS-INSIDER-ACTION WS-INSIDER-RESULT
              IF WS-INSIDER-BLOCKED
                 DISPLAY "THE TRANSACTION WAS NOT CANCELED."
                 PERFORM 0900-END-PROGRAM
              END-IF

              IF TR-STATUS = "PENDING" OR TR-STATUS = "REVIEW"
                 MOVE "CANCELED" TO TR-STATUS
                 MOVE "TRANSACTIONS" TO WS-JNL-FILE
                 PERFORM 0900-END-PROGRAM
              END-IF

              PERFORM 0210-REVERSE-BALANCE THRU 0210-END

              CALL "releaseLock" USING WS-LOCK-NAME

