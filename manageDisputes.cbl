           88  WS-LOCK-ACQUIRED    VALUE "Y".
           88  WS-LOCK-DENIED      VALUE "N".

       01  WS-INSIDER-OP-ID        PIC X(8).
       01  WS-INSIDER-ACTION       PIC X(12).
       01  WS-INSIDER-RESULT       PIC X.
           88  WS-INSIDER-BLOCKED  VALUE "B".

       01  WS-DISPUTE-MENU.
           02 WS-DSP-MENU-LINE     PIC X(34) VALUE
                                   "----------------------------------".

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-OPEN-DISPUTE THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-OPEN-DISPUTES
              WHEN 3
                 PERFORM 0400-MARK-INVESTIGATING THRU 0400-END
              WHEN 4
                 PERFORM 0500-RESOLVE-DISPUTE THRU 0500-END
           END-EVALUATE

           CLOSE DISPUTES
                TO WS-PROV-CONFIRM

           IF WS-PROV-CONFIRM = "Y"
              PERFORM 0270-POST-PROVISIONAL-CREDIT THRU 0270-END
              MOVE WS-NEW-ID TO DSP-PROV-TR-ID
           END-IF

       0250-END.

       0270-POST-PROVISIONAL-CREDIT.
           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "PROV CREDIT" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID-IN
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "NO PROVISIONAL CREDIT PLACED."
              MOVE ZEROES TO WS-NEW-ID
              GO TO 0270-END
           END-IF

           OPEN I-O TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING TRANSACTIONS FILE - NO "
              MOVE FUNCTION UPPER-CASE (WS-REVERSE-CONFIRM)
                   TO WS-REVERSE-CONFIRM
              IF WS-REVERSE-CONFIRM = "Y"
                 PERFORM 0550-REVERSE-PROVISIONAL-CREDIT THRU 0550-END
                 IF WS-INSIDER-BLOCKED
                    DISPLAY "THE DISPUTE WAS NOT RESOLVED."
                    GO TO 0500-END
                 END-IF
              END-IF
           END-IF

       0500-END.

       0550-REVERSE-PROVISIONAL-CREDIT.
           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "REV PROV CR" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID DSP-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE PROVISIONAL CREDIT WAS NOT REVERSED."
              GO TO 0550-END
           END-IF

           OPEN INPUT TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING TRANSACTIONS FILE - NOT "
