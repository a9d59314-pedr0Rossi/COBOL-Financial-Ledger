           88  WS-LOCK-DENIED        VALUE "N".
       01  WS-AMOUNT                 PIC 9(9)V99.
       01  WS-REASON                 PIC X(20).
       01  WS-INSIDER-OP-ID          PIC X(8).
       01  WS-INSIDER-ACTION         PIC X(12).
       01  WS-INSIDER-RESULT         PIC X.
           88  WS-INSIDER-BLOCKED    VALUE "B".

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).
              WHEN 0
                 GO TO 0900-END-PROGRAM
              WHEN 1
                 PERFORM 0300-LIST-HOLDS THRU 0300-END
                 PERFORM 0200-MENU-LOOP
              WHEN 2
                 PERFORM 0400-PLACE-HOLD THRU 0400-END
                 PERFORM 0200-MENU-LOOP
              WHEN 3
                 PERFORM 0500-RELEASE-HOLD THRU 0500-END
                 PERFORM 0200-MENU-LOOP
              WHEN OTHER
                 DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0500-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "HOLD RELEASE" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID HOLD-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE HOLD WAS NOT RELEASED."
              GO TO 0500-END
           END-IF

           MOVE "RELEASED" TO HOLD-STATUS
           REWRITE HOLD-DETAILS

