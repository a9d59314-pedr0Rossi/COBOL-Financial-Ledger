           88  WS-LOCK-ACQUIRED      VALUE "Y".
           88  WS-LOCK-DENIED        VALUE "N".

       01  WS-INSIDER-OP-ID          PIC X(8).
       01  WS-INSIDER-ACTION         PIC X(12).
       01  WS-INSIDER-RESULT         PIC X.
           88  WS-INSIDER-BLOCKED    VALUE "B".

       01  WS-SUSPENSE-MENU.
           02 WS-SUS-MENU-LINE    PIC X(34) VALUE
                                   "----------------------------------".
              WHEN 1
                 PERFORM 0200-LIST-OPEN-ITEMS
              WHEN 2
                 PERFORM 0300-RESOLVE-ITEM THRU 0300-END
              WHEN 3
                 PERFORM 0600-AGING-REPORT THRU 0600-END
           END-EVALUATE

           CLOSE SUSPENSE

           EVALUATE WS-ACTION
              WHEN "P"
                 PERFORM 0400-REPOST-ITEM THRU 0400-END
              WHEN "W"
                 PERFORM 0450-WRITE-OFF-ITEM THRU 0450-END
              WHEN "R"
                 MOVE "RETURNED" TO SUS-STATUS
                 PERFORM 0500-MARK-RESOLVED
       0300-END.

       0400-REPOST-ITEM.
           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "SUSP REPOST" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID SUS-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE ITEM WAS NOT REPOSTED."
              GO TO 0400-END
           END-IF

           OPEN I-O ACCOUNTS
           OPEN I-O TRANSACTIONS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
                    SET EOF-SUSPENSE TO TRUE
                 NOT AT END
                    IF SUS-STATUS = "OPEN"
                       PERFORM 0650-AGE-ONE-ITEM THRU 0650-END
                    END-IF
              END-READ
           END-PERFORM
