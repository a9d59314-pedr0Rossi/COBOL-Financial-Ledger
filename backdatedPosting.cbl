       01  WS-TXN-CODE               PIC X(4).
       01  WS-EFF-DATE               PIC X(10).
       01  WS-CONFIRM                PIC X.
       01  WS-INSIDER-OP-ID          PIC X(8).
       01  WS-INSIDER-ACTION         PIC X(12).
       01  WS-INSIDER-RESULT         PIC X.
           88  WS-INSIDER-BLOCKED    VALUE "B".

       01  WS-ID                     PIC 9(9).
       01  WS-POST-BRANCH            PIC X(4).
           MOVE WS-BUS-DATE(6:2) TO WS-TODAY-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-TODAY-NUM(7:2)

           PERFORM 0150-READ-ADJ-WINDOW THRU 0150-END

           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "BACKDATED" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE ADJUSTMENT WAS NOT POSTED."
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "INSERT THE TYPE (DEBIT/CREDIT): "
           ACCEPT WS-TYPE
           MOVE FUNCTION UPPER-CASE (WS-TYPE) TO WS-TYPE
           END-IF

           PERFORM 0200-POST-BACKDATED
           PERFORM 0300-RESTATE-SNAPSHOTS THRU 0300-END

           STRING "BACKDATED " WS-TYPE " " WS-AMOUNT " ACCT "
                  WS-ACC-ID " EFF " WS-EFF-DATE " AUTH "
