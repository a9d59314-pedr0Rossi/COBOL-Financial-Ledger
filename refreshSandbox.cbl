           RECORD KEY IS PSEQ-NAME
           FILE STATUS IS PROD-SEQ-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 PSEQ-NAME              PIC X(10).
           05 PSEQ-NEXT-ID           PIC 9(9).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  BACKUP-CHECK-STATUS       PIC XX.
       01  SANDBOX-CHECK-STATUS      PIC XX.
       01  PROD-SEQ-CHECK-STATUS     PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-FLAG               PIC X VALUE "N".
           88  EOF-SCAN              VALUE "Y".
           STRING "backup_transactions_" WS-BACKUP-DATE ".IDX.BAK"
              DELIMITED BY SIZE INTO WS-BACKUP-TRAN-NAME

           PERFORM 0200-LOAD-SANDBOX-ACCOUNTS THRU 0200-END
           PERFORM 0300-LOAD-SANDBOX-TRANSACTIONS THRU 0300-END
           PERFORM 0400-COPY-SEQUENCES THRU 0400-END

           DISPLAY "SANDBOX REFRESH COMPLETE."
           DISPLAY "ACCOUNTS LOADED:     " WS-ACC-LOADED
           DISPLAY "TRANSACTIONS LOADED: " WS-TRAN-LOADED
           DISPLAY "SEQUENCES COPIED:    " WS-SEQ-LOADED

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SANDBOX REFRESH FROM " WS-BACKUP-DATE
                  " ACCTS " WS-ACC-LOADED " TXNS " WS-TRAN-LOADED
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           GO TO 0900-END-PROGRAM.
       0100-END.

           CLOSE SANDBOX-SEQ.
       0400-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO WS-AUDIT-OPERATOR
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           CALL "auditSeq" USING WS-AUDIT-SEQ

           OPEN EXTEND AUDIT-LOG
           IF AUDIT-LOG-CHECK-STATUS = "35"
              OPEN OUTPUT AUDIT-LOG
           END-IF

           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " refreshSandbox: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
