       IDENTIFICATION DIVISION.
       PROGRAM-ID. raiseScreenHold.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SCREEN-HOLDS ASSIGN TO "screenholds.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-ID
           FILE STATUS IS SCREEN-HOLDS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SCREEN-HOLDS.
       01  SH-DETAILS.
           05 SH-ID                  PIC 9(7).
           05 SH-SOURCE              PIC X(8).
           05 SH-REF-ID              PIC 9(9).
           05 SH-CUST-ID             PIC 9(6).
           05 SH-NICKNAME            PIC X(10).
           05 SH-ACC-ID              PIC 9(8).
           05 SH-AMOUNT              PIC 9(9)V99.
           05 SH-NAME                PIC X(30).
           05 SH-HIT-NAME            PIC X(30).
           05 SH-HELD-DATE           PIC X(10).
           05 SH-HELD-BY             PIC X(8).
           05 SH-STATUS              PIC X(8).
           05 SH-DECIDED-BY          PIC X(8).
           05 SH-DECIDED-DATE        PIC X(10).
           05 SH-REASON              PIC X(30).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  SCREEN-HOLDS-CHECK-STATUS PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-HOLDS              PIC X VALUE "N".
           88  EOF-HOLDS             VALUE "Y".
           88  NOT-EOF-HOLDS         VALUE "N".

       01  WS-NEXT-ID                PIC 9(7).
       01  WS-CLEARED                PIC X.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       LINKAGE SECTION.

       01  LS-HOLD-REQUEST.
           05 LS-HR-SOURCE           PIC X(8).
           05 LS-HR-REF-ID           PIC 9(9).
           05 LS-HR-CUST-ID          PIC 9(6).
           05 LS-HR-NICKNAME         PIC X(10).
           05 LS-HR-ACC-ID           PIC 9(8).
           05 LS-HR-AMOUNT           PIC 9(9)V99.
           05 LS-HR-NAME             PIC X(30).
           05 LS-HR-HIT-NAME         PIC X(30).

       01  LS-HOLD-RESULT.
           05 LS-HOLD-STATUS         PIC X.
              88  LS-HOLD-RAISED     VALUE "H".
              88  LS-HOLD-CLEARED    VALUE "C".
              88  LS-HOLD-FAILED     VALUE "F".
           05 LS-HOLD-ID             PIC 9(7).

       PROCEDURE DIVISION USING LS-HOLD-REQUEST LS-HOLD-RESULT.

       0100-MAIN.
           SET LS-HOLD-FAILED TO TRUE
           MOVE ZEROES TO LS-HOLD-ID

           OPEN I-O SCREEN-HOLDS
           IF SCREEN-HOLDS-CHECK-STATUS = "35"
              OPEN OUTPUT SCREEN-HOLDS
              CLOSE SCREEN-HOLDS
              OPEN I-O SCREEN-HOLDS
           END-IF

           IF SCREEN-HOLDS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING SCREENING HOLDS FILE: "
                      SCREEN-HOLDS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE ZEROES TO WS-NEXT-ID
           MOVE "N" TO WS-CLEARED
           MOVE ZEROES TO SH-ID
           SET NOT-EOF-HOLDS TO TRUE
           START SCREEN-HOLDS KEY IS NOT LESS THAN SH-ID
              INVALID KEY
                 SET EOF-HOLDS TO TRUE
           END-START

           PERFORM UNTIL EOF-HOLDS
              READ SCREEN-HOLDS NEXT RECORD
                 AT END
                    SET EOF-HOLDS TO TRUE
                 NOT AT END
                    MOVE SH-ID TO WS-NEXT-ID
                    IF SH-STATUS = "RELEASED"
                       AND SH-NAME = LS-HR-NAME
                       AND SH-HIT-NAME = LS-HR-HIT-NAME
                       MOVE "Y" TO WS-CLEARED
                    END-IF
              END-READ
           END-PERFORM

           IF WS-CLEARED = "Y"
              CLOSE SCREEN-HOLDS
              SET LS-HOLD-CLEARED TO TRUE
              DISPLAY "WATCHLIST MATCH ON " LS-HR-NAME
                      " WAS CLEARED BY A SUPERVISOR BEFORE - "
                      "NOT HELD."
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "WATCHLIST CLEARED " LS-HR-SOURCE " "
                     LS-HR-REF-ID " " LS-HR-NAME(1:20)
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              GO TO 0900-END-PROGRAM
           END-IF

           ADD 1 TO WS-NEXT-ID

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BUS-DATE(1:4)
              MOVE "-" TO WS-BUS-DATE(5:1)
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BUS-DATE(6:2)
              MOVE "-" TO WS-BUS-DATE(8:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO WS-BUS-DATE(9:2)
           END-IF

           MOVE WS-NEXT-ID TO SH-ID
           MOVE LS-HR-SOURCE TO SH-SOURCE
           MOVE LS-HR-REF-ID TO SH-REF-ID
           MOVE LS-HR-CUST-ID TO SH-CUST-ID
           MOVE LS-HR-NICKNAME TO SH-NICKNAME
           MOVE LS-HR-ACC-ID TO SH-ACC-ID
           MOVE LS-HR-AMOUNT TO SH-AMOUNT
           MOVE LS-HR-NAME TO SH-NAME
           MOVE LS-HR-HIT-NAME TO SH-HIT-NAME
           MOVE WS-BUS-DATE TO SH-HELD-DATE
           MOVE "UNKNOWN" TO SH-HELD-BY
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO SH-HELD-BY
           END-IF
           MOVE "PENDING" TO SH-STATUS
           MOVE SPACES TO SH-DECIDED-BY
           MOVE SPACES TO SH-DECIDED-DATE
           MOVE SPACES TO SH-REASON

           WRITE SH-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING SCREENING HOLD RECORD."
                 CLOSE SCREEN-HOLDS
                 GO TO 0900-END-PROGRAM
           END-WRITE

           CLOSE SCREEN-HOLDS

           SET LS-HOLD-RAISED TO TRUE
           MOVE WS-NEXT-ID TO LS-HOLD-ID

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "WATCHLIST HOLD " WS-NEXT-ID " " LS-HR-SOURCE " "
                  LS-HR-REF-ID " " LS-HR-NAME(1:18)
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
       0100-END.

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
                  " " WS-AUDIT-OPERATOR " raiseScreenHold: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
