       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageKiteSuspects.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT KITE-SUSPECTS ASSIGN TO "kitesuspects.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KS-ACC-ID
           FILE STATUS IS KITE-SUSPECTS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  KITE-SUSPECTS.
       01  KS-DETAILS.
           05 KS-ACC-ID              PIC 9(8).
           05 KS-CUST-ID             PIC 9(6).
           05 KS-FLAGGED-DATE        PIC X(10).
           05 KS-LAST-SEEN           PIC X(10).
           05 KS-SCORE               PIC 9(1).
           05 KS-PAIR-COUNT          PIC 9(3).
           05 KS-TURN-COUNT          PIC 9(3).
           05 KS-UNCOLLECTED         PIC 9(9)V99.
           05 KS-BALANCE             PIC S9(9)V99.
           05 KS-UNCOLL-PCT          PIC 9(3).
           05 KS-EXT-HOLD            PIC X(1).
           05 KS-STATUS              PIC X(8).
           05 KS-REVIEWED-BY         PIC X(8).
           05 KS-REVIEWED-DATE       PIC X(10).
           05 KS-NOTE                PIC X(30).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  KITE-SUSPECTS-CHECK-STATUS PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-SUSPECTS           PIC X VALUE "N".
           88  EOF-SUSPECTS          VALUE "Y".
           88  NOT-EOF-SUSPECTS      VALUE "N".

       01  WS-MENU-OPT               PIC 9.
       01  WS-ACC-ID-IN              PIC 9(8).
       01  WS-NOTE-IN                PIC X(30).
       01  WS-CONFIRM                PIC X.
       01  WS-LIST-COUNT             PIC 9(5).
       01  WS-HOLDS-EXTENDED         PIC 9(3).

       01  WS-SUP-ID                 PIC X(8).
       01  WS-SUP-OK                 PIC X.
           88  WS-SUP-VERIFIED       VALUE "Y".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-REVIEW-DATE            PIC X(10).

       01  WS-AMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BALANCE-EDIT           PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-KITE-MENU.
           02 WS-KITE-MENU-LINE   PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-KITE-MENU-OPT1   PIC X(28)
                                   VALUE "1 - List Open Suspects".
           02 WS-KITE-MENU-OPT2   PIC X(28)
                                   VALUE "2 - Apply Extended Holds".
           02 WS-KITE-MENU-OPT3   PIC X(28)
                                   VALUE "3 - Clear After Review".
           02 WS-KITE-MENU-OPT0   PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-KITE-MENU-LINE
           DISPLAY "KITING SUSPECT REVIEW"
           DISPLAY WS-KITE-MENU-OPT1
           DISPLAY WS-KITE-MENU-OPT2
           DISPLAY WS-KITE-MENU-OPT3
           DISPLAY WS-KITE-MENU-OPT0
           DISPLAY WS-KITE-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 3
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           MOVE WS-BUS-DATE TO WS-REVIEW-DATE
           IF WS-REVIEW-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REVIEW-DATE(1:4)
              MOVE "-" TO WS-REVIEW-DATE(5:1)
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REVIEW-DATE(6:2)
              MOVE "-" TO WS-REVIEW-DATE(8:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO WS-REVIEW-DATE(9:2)
           END-IF

           OPEN I-O KITE-SUSPECTS
           IF KITE-SUSPECTS-CHECK-STATUS = "35"
              OPEN OUTPUT KITE-SUSPECTS
              CLOSE KITE-SUSPECTS
              OPEN I-O KITE-SUSPECTS
           END-IF

           IF KITE-SUSPECTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING KITE SUSPECTS FILE: "
                      KITE-SUSPECTS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-LIST-SUSPECTS THRU 0200-END
              WHEN 2
                 PERFORM 0300-EXTEND-HOLDS THRU 0300-END
              WHEN 3
                 PERFORM 0400-CLEAR-SUSPECT THRU 0400-END
           END-EVALUATE

           CLOSE KITE-SUSPECTS
           PERFORM 0100-MAIN.
       0100-END.

       0200-LIST-SUSPECTS.
           MOVE ZEROES TO WS-LIST-COUNT
           MOVE ZEROES TO KS-ACC-ID
           SET NOT-EOF-SUSPECTS TO TRUE
           START KITE-SUSPECTS KEY IS NOT LESS THAN KS-ACC-ID
              INVALID KEY
                 SET EOF-SUSPECTS TO TRUE
           END-START

           PERFORM UNTIL EOF-SUSPECTS
              READ KITE-SUSPECTS NEXT RECORD
                 AT END
                    SET EOF-SUSPECTS TO TRUE
                 NOT AT END
                    IF KS-STATUS = "SUSPECT"
                       ADD 1 TO WS-LIST-COUNT
                       MOVE KS-UNCOLLECTED TO WS-AMOUNT-EDIT
                       DISPLAY KS-ACC-ID " CUST " KS-CUST-ID
                               " SCORE " KS-SCORE
                               " CIRC " KS-PAIR-COUNT
                               " TURN " KS-TURN-COUNT
                               " UNCOLL " WS-AMOUNT-EDIT
                               " (" KS-UNCOLL-PCT "%)"
                               " EXT " KS-EXT-HOLD
                               " FLAGGED " KS-FLAGGED-DATE
                    END-IF
              END-READ
           END-PERFORM

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO ACCOUNTS ARE UNDER KITING REVIEW."
           ELSE
              DISPLAY WS-LIST-COUNT " ACCOUNT(S) UNDER KITING REVIEW."
           END-IF.
       0200-END.

       0300-EXTEND-HOLDS.
           PERFORM 0500-READ-SUSPECT THRU 0500-END
           IF KITE-SUSPECTS-CHECK-STATUS NOT = "00"
              GO TO 0300-END
           END-IF

           IF KS-EXT-HOLD = "Y"
              DISPLAY "EXTENDED HOLDS ALREADY APPLY TO THIS ACCOUNT."
              GO TO 0300-END
           END-IF

           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "THE HOLD SCHEDULE WAS NOT CHANGED."
              GO TO 0300-END
           END-IF

           DISPLAY "APPLY THE EXTENDED HOLD SCHEDULE TO ACCOUNT "
                   KS-ACC-ID "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE HOLD SCHEDULE WAS NOT CHANGED."
              GO TO 0300-END
           END-IF

           MOVE "Y" TO KS-EXT-HOLD
           REWRITE KS-DETAILS
           IF KITE-SUSPECTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR UPDATING KITE SUSPECT: "
                      KITE-SUSPECTS-CHECK-STATUS
              GO TO 0300-END
           END-IF

           CALL "extendKiteHolds" USING KS-ACC-ID WS-REVIEW-DATE
                WS-HOLDS-EXTENDED

           DISPLAY "EXTENDED HOLDS NOW APPLY TO ACCOUNT " KS-ACC-ID
                   " - " WS-HOLDS-EXTENDED " OPEN HOLD(S) EXTENDED."

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "KITE EXT HOLD ACC " KS-ACC-ID " SUP " WS-SUP-ID
                  " HOLDS " WS-HOLDS-EXTENDED
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
       0300-END.

       0400-CLEAR-SUSPECT.
           PERFORM 0500-READ-SUSPECT THRU 0500-END
           IF KITE-SUSPECTS-CHECK-STATUS NOT = "00"
              GO TO 0400-END
           END-IF

           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "THE SUSPECT WAS NOT CLEARED."
              GO TO 0400-END
           END-IF

           DISPLAY "INSERT THE REVIEW NOTE: "
           ACCEPT WS-NOTE-IN
           MOVE FUNCTION UPPER-CASE (WS-NOTE-IN) TO WS-NOTE-IN

           IF WS-NOTE-IN = SPACES
              DISPLAY "A REVIEW NOTE IS REQUIRED."
              DISPLAY "THE SUSPECT WAS NOT CLEARED."
              GO TO 0400-END
           END-IF

           DISPLAY "CLEAR ACCOUNT " KS-ACC-ID
                   " FROM KITING REVIEW? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE SUSPECT WAS NOT CLEARED."
              GO TO 0400-END
           END-IF

           MOVE "CLEARED" TO KS-STATUS
           MOVE "N" TO KS-EXT-HOLD
           MOVE WS-SUP-ID TO KS-REVIEWED-BY
           MOVE WS-REVIEW-DATE TO KS-REVIEWED-DATE
           MOVE WS-NOTE-IN TO KS-NOTE
           REWRITE KS-DETAILS
           IF KITE-SUSPECTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR UPDATING KITE SUSPECT: "
                      KITE-SUSPECTS-CHECK-STATUS
              GO TO 0400-END
           END-IF

           DISPLAY "ACCOUNT " KS-ACC-ID " CLEARED FROM KITING REVIEW."
           DISPLAY "HOLDS ALREADY EXTENDED KEEP THEIR RELEASE DATES."

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "KITE CLEARED ACC " KS-ACC-ID " SUP " WS-SUP-ID
                  " " WS-NOTE-IN(1:16)
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
       0400-END.

       0500-READ-SUSPECT.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO KS-ACC-ID
           READ KITE-SUSPECTS KEY IS KS-ACC-ID
              INVALID KEY
                 DISPLAY "THAT ACCOUNT IS NOT ON THE KITING FILE."
                 GO TO 0500-END
           END-READ

           IF KS-STATUS NOT = "SUSPECT"
              DISPLAY "THAT ACCOUNT WAS CLEARED BY " KS-REVIEWED-BY
                      " ON " KS-REVIEWED-DATE "."
              MOVE "23" TO KITE-SUSPECTS-CHECK-STATUS
              GO TO 0500-END
           END-IF

           MOVE KS-BALANCE TO WS-BALANCE-EDIT
           MOVE KS-UNCOLLECTED TO WS-AMOUNT-EDIT
           DISPLAY "ACCOUNT " KS-ACC-ID " CUSTOMER " KS-CUST-ID
                   " FLAGGED " KS-FLAGGED-DATE
                   " LAST SEEN " KS-LAST-SEEN
           DISPLAY "SCORE " KS-SCORE " CIRCULAR " KS-PAIR-COUNT
                   " TURNAROUND " KS-TURN-COUNT
           DISPLAY "BALANCE " WS-BALANCE-EDIT " UNCOLLECTED "
                   WS-AMOUNT-EDIT " (" KS-UNCOLL-PCT "%)"
           DISPLAY "EXTENDED HOLDS: " KS-EXT-HOLD.
       0500-END.

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
                  " " WS-AUDIT-OPERATOR " manageKiteSuspects: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
