       IDENTIFICATION DIVISION.
       PROGRAM-ID. accessRecert.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPERATORS ASSIGN TO "operators.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS OPERATORS-CHECK-STATUS.

       SELECT RECERT ASSIGN TO "recert.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RECERT-CHECK-STATUS.

       SELECT RECERT-RUN ASSIGN TO "recertrun.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-QUARTER
           FILE STATUS IS RECERT-RUN-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERATORS.
       01  OP-DETAILS.
           02 OP-ID                PIC X(8).
           02 OP-NAME              PIC X(20).
           02 OP-PASSWORD          PIC X(10).
           02 OP-ROLE              PIC X(10).
           02 OP-PWD-CHANGED-AT    PIC X(10).
           02 OP-FORCE-CHANGE      PIC X(1).
           02 OP-FAILED-TRIES      PIC 9(2).
           02 OP-LOCKED            PIC X(1).
           02 OP-BRANCH            PIC X(4).
           02 OP-POST-LIMIT        PIC 9(7)V99.
           02 OP-TRAINEE           PIC X(1).
           02 OP-CUST-ID           PIC 9(6).

       FD  RECERT.
       01  RC-DETAILS.
           05 RC-KEY.
              10 RC-QUARTER          PIC X(6).
              10 RC-OP-ID            PIC X(8).
           05 RC-OP-NAME             PIC X(20).
           05 RC-BRANCH              PIC X(4).
           05 RC-ROLE                PIC X(10).
           05 RC-POST-LIMIT          PIC 9(7)V99.
           05 RC-TRAINEE             PIC X(1).
           05 RC-LAST-LOGIN          PIC X(15).
           05 RC-LOCKED              PIC X(1).
           05 RC-DECISION            PIC X(8).
           05 RC-ATTESTED-BY         PIC X(8).
           05 RC-ATTESTED-AT         PIC X(10).
           05 RC-NOTE                PIC X(40).

       FD  RECERT-RUN.
       01  RR-DETAILS.
           05 RR-QUARTER             PIC X(6).
           05 RR-STATUS              PIC X(8).
           05 RR-OPENED-BY           PIC X(8).
           05 RR-OPENED-AT           PIC X(10).
           05 RR-CLOSED-BY           PIC X(8).
           05 RR-CLOSED-AT           PIC X(10).
           05 RR-OP-COUNT            PIC 9(4).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  OPERATORS-CHECK-STATUS    PIC XX.
       01  RECERT-CHECK-STATUS       PIC XX.
       01  RECERT-RUN-CHECK-STATUS   PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-END-OF-FILE            PIC X VALUE "N".
           88 EOF                    VALUE "Y".
           88 NOT-EOF                VALUE "N".

       01  WS-MENU-OPT               PIC 9.

       01  WS-RECERT-MENU.
           02 FILLER PIC X(34) VALUE
                      "----------------------------------".
           02 FILLER PIC X(34) VALUE
                      "1 - Open Quarterly Recertification".
           02 FILLER PIC X(34) VALUE
                      "2 - List Recertification By Branch".
           02 FILLER PIC X(34) VALUE
                      "3 - Attest Operators".
           02 FILLER PIC X(34) VALUE
                      "4 - Close Recertification".
           02 FILLER PIC X(34) VALUE
                      "5 - Privileged Activity Report".
           02 FILLER PIC X(8)  VALUE "0 - Exit".

       01  WS-MY-ROLE                PIC X(10).
           88  WS-I-AM-ADMIN         VALUE "ADMIN".
           88  WS-I-AM-SUPERVISOR    VALUE "SUPERVISOR".
       01  WS-MY-BRANCH              PIC X(4).

       01  WS-QUARTER-IN             PIC X(7).
       01  WS-QUARTER-KEY            PIC X(6).
       01  WS-QUARTER-OK             PIC X VALUE "N".
           88  WS-QUARTER-VALID      VALUE "Y".
       01  WS-QTR-NO                 PIC 9.
       01  WS-QTR-FIRST-MONTH        PIC 9(2).
       01  WS-QTR-LAST-MONTH         PIC 9(2).
       01  WS-QTR-FROM               PIC X(8).
       01  WS-QTR-TO                 PIC X(8).

       01  WS-TODAY                  PIC X(10).
       01  WS-CURRENT-DATE           PIC X(21).

       01  WS-OP-TABLE.
           05 WS-OT-ENTRY OCCURS 500 TIMES.
              10 WS-OT-OP-ID         PIC X(8).
              10 WS-OT-LAST-LOGIN    PIC X(15).
       01  WS-OT-COUNT               PIC 9(3).
       01  WS-OT-IDX                 PIC 9(3).

       01  WS-LIST-TABLE.
           05 WS-LT-ENTRY OCCURS 500 TIMES.
              10 WS-LT-LINE          PIC X(132).
              10 WS-LT-BRANCH        PIC X(4).
       01  WS-LT-COUNT               PIC 9(3).
       01  WS-LT-IDX                 PIC 9(3).

       01  WS-BRANCH-TABLE.
           05 WS-BR-CODE             PIC X(4) OCCURS 100 TIMES.
       01  WS-BR-COUNT               PIC 9(3).
       01  WS-BR-IDX                 PIC 9(3).
       01  WS-BR-FOUND               PIC 9(3).

       01  WS-PRIV-TABLE.
           05 WS-PRIV-ENTRY OCCURS 20 TIMES.
              10 WS-PRIV-NAME        PIC X(20).
              10 WS-PRIV-COUNT       PIC 9(5).
       01  WS-PRIV-MAX               PIC 9(2) VALUE 20.
       01  WS-PRIV-IDX               PIC 9(2).
       01  WS-PRIV-FOUND             PIC 9(2).

       01  WS-TS-POS                 PIC 9(2).
       01  WS-OP-POS                 PIC 9(2).
       01  WS-PROG-POS               PIC 9(2).
       01  WS-LINE-OP-ID             PIC X(8).
       01  WS-LINE-TS                PIC X(15).
       01  WS-LINE-PROG              PIC X(20).

       01  WS-PENDING-COUNT          PIC 9(4).
       01  WS-KEEP-COUNT             PIC 9(4).
       01  WS-CHANGE-COUNT           PIC 9(4).
       01  WS-REMOVE-COUNT           PIC 9(4).
       01  WS-LINE-COUNT             PIC 9(5).
       01  WS-ATTESTED-NOW           PIC 9(4).

       01  WS-DECISION-IN            PIC X.
           88  WS-DECISION-VALID     VALUES "K" "C" "R" "S" "Q".
       01  WS-NOTE-IN                PIC X(40).
       01  WS-STOP-FLAG              PIC X VALUE "N".
           88  WS-STOP-ATTEST        VALUE "Y".
           88  WS-GO-ATTEST          VALUE "N".

       01  WS-LIMIT-OUT              PIC Z(6)9.99.

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-HEADER-01.
           02 FILLER PIC X(9)  VALUE "OPERATOR".
           02 FILLER PIC X(21) VALUE "NAME".
           02 FILLER PIC X(11) VALUE "ROLE".
           02 FILLER PIC X(11) VALUE "POST LIMIT".
           02 FILLER PIC X(8)  VALUE "TRAINEE".
           02 FILLER PIC X(16) VALUE "LAST LOGIN".
           02 FILLER PIC X(7)  VALUE "LOCKED".
           02 FILLER PIC X(9)  VALUE "DECISION".
           02 FILLER PIC X(9)  VALUE "BY".
           02 FILLER PIC X(11) VALUE "AT".
           02 FILLER PIC X(4)  VALUE "NOTE".

       PROCEDURE DIVISION.

       0100-MAIN.
           PERFORM 0150-LOAD-MY-ROLE THRU 0150-END

           IF NOT WS-I-AM-ADMIN AND NOT WS-I-AM-SUPERVISOR
              DISPLAY "ACCESS DENIED - SUPERVISOR OR ADMIN "
                      "ROLE REQUIRED."
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0160-LOAD-PRIV-PROGRAMS THRU 0160-END

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2)
              DELIMITED BY SIZE INTO WS-TODAY

           OPEN I-O RECERT
           IF RECERT-CHECK-STATUS = "35"
              OPEN OUTPUT RECERT
              CLOSE RECERT
              OPEN I-O RECERT
           END-IF

           IF RECERT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RECERTIFICATION FILE: "
                      RECERT-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O RECERT-RUN
           IF RECERT-RUN-CHECK-STATUS = "35"
              OPEN OUTPUT RECERT-RUN
              CLOSE RECERT-RUN
              OPEN I-O RECERT-RUN
           END-IF

           IF RECERT-RUN-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RECERTIFICATION RUN FILE: "
                      RECERT-RUN-CHECK-STATUS
              CLOSE RECERT
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0200-MENU-LOOP.
       0100-END.

       0150-LOAD-MY-ROLE.
           MOVE SPACES TO WS-MY-ROLE
           MOVE SPACES TO WS-MY-BRANCH

           IF SESSION-OPERATOR-ID = SPACES
              OR SESSION-OPERATOR-ID = LOW-VALUES
              GO TO 0150-END
           END-IF

           OPEN INPUT OPERATORS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              GO TO 0150-END
           END-IF

           MOVE SESSION-OPERATOR-ID TO OP-ID
           READ OPERATORS KEY IS OP-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE OP-ROLE TO WS-MY-ROLE
                 MOVE OP-BRANCH TO WS-MY-BRANCH
           END-READ
           CLOSE OPERATORS.
       0150-END.

       0160-LOAD-PRIV-PROGRAMS.
           MOVE "createOperator"     TO WS-PRIV-NAME(1)
           MOVE "unlockOperator"     TO WS-PRIV-NAME(2)
           MOVE "lockConsole"        TO WS-PRIV-NAME(3)
           MOVE "manageWatchlist"    TO WS-PRIV-NAME(4)
           MOVE "manageRateSheet"    TO WS-PRIV-NAME(5)
           MOVE "manageRateIndex"    TO WS-PRIV-NAME(6)
           MOVE "manageFxRates"      TO WS-PRIV-NAME(7)
           MOVE "manageGlChart"      TO WS-PRIV-NAME(8)
           MOVE "manageTxnCodes"     TO WS-PRIV-NAME(9)
           MOVE "manageAmlRules"     TO WS-PRIV-NAME(10)
           MOVE "manageTerminals"    TO WS-PRIV-NAME(11)
           MOVE "manageOpRelations"  TO WS-PRIV-NAME(12)
           MOVE "manageJobSched"     TO WS-PRIV-NAME(13)
           MOVE "manageHolidays"     TO WS-PRIV-NAME(14)
           MOVE "manageBranches"     TO WS-PRIV-NAME(15)
           MOVE "refreshSandbox"     TO WS-PRIV-NAME(16)
           MOVE "accessRecert"       TO WS-PRIV-NAME(17)
           MOVE "manageSignHours"    TO WS-PRIV-NAME(18)
           MOVE "manageProfitParms"  TO WS-PRIV-NAME(19)
           MOVE "manageCloseReasons" TO WS-PRIV-NAME(20).
       0160-END.

       0200-MENU-LOOP.
           DISPLAY WS-RECERT-MENU
           ACCEPT WS-MENU-OPT

           EVALUATE WS-MENU-OPT
              WHEN 0
                 CLOSE RECERT
                 CLOSE RECERT-RUN
                 GO TO 0900-END-PROGRAM
              WHEN 1
                 IF WS-I-AM-ADMIN
                    PERFORM 0300-OPEN-RECERT THRU 0300-END
                 ELSE
                    DISPLAY "ACCESS DENIED - ADMIN ROLE REQUIRED."
                 END-IF
                 PERFORM 0200-MENU-LOOP
              WHEN 2
                 PERFORM 0400-LIST-RECERT THRU 0400-END
                 PERFORM 0200-MENU-LOOP
              WHEN 3
                 PERFORM 0500-ATTEST THRU 0500-END
                 PERFORM 0200-MENU-LOOP
              WHEN 4
                 IF WS-I-AM-ADMIN
                    PERFORM 0600-CLOSE-RECERT THRU 0600-END
                 ELSE
                    DISPLAY "ACCESS DENIED - ADMIN ROLE REQUIRED."
                 END-IF
                 PERFORM 0200-MENU-LOOP
              WHEN 5
                 PERFORM 0700-PRIVILEGED-REPORT THRU 0700-END
                 PERFORM 0200-MENU-LOOP
              WHEN OTHER
                 DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
                 PERFORM 0200-MENU-LOOP
           END-EVALUATE.
       0200-END.

       0250-ASK-QUARTER.
           MOVE "N" TO WS-QUARTER-OK
           DISPLAY "INSERT THE QUARTER (YYYY-Qn): "
           ACCEPT WS-QUARTER-IN
           MOVE FUNCTION UPPER-CASE(WS-QUARTER-IN) TO WS-QUARTER-IN

           IF WS-QUARTER-IN(1:4) NOT NUMERIC
              OR WS-QUARTER-IN(5:2) NOT = "-Q"
              OR WS-QUARTER-IN(7:1) < "1"
              OR WS-QUARTER-IN(7:1) > "4"
              DISPLAY "THAT IS NOT A VALID QUARTER."
              GO TO 0250-END
           END-IF

           MOVE WS-QUARTER-IN(7:1) TO WS-QTR-NO
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NO - 1) * 3 + 1
           COMPUTE WS-QTR-LAST-MONTH = WS-QTR-FIRST-MONTH + 2

           MOVE SPACES TO WS-QUARTER-KEY
           STRING WS-QUARTER-IN(1:4) "Q" WS-QUARTER-IN(7:1)
              DELIMITED BY SIZE INTO WS-QUARTER-KEY

           MOVE SPACES TO WS-QTR-FROM
           STRING WS-QUARTER-IN(1:4) WS-QTR-FIRST-MONTH "01"
              DELIMITED BY SIZE INTO WS-QTR-FROM
           MOVE SPACES TO WS-QTR-TO
           STRING WS-QUARTER-IN(1:4) WS-QTR-LAST-MONTH "31"
              DELIMITED BY SIZE INTO WS-QTR-TO

           MOVE "Y" TO WS-QUARTER-OK.
       0250-END.

       0260-FIND-POSITIONS.
           IF AUDIT-LOG-RECORD(1:3) = "SEQ"
              AND AUDIT-LOG-RECORD(4:9) IS NUMERIC
              MOVE 14 TO WS-TS-POS
              MOVE 30 TO WS-OP-POS
              MOVE 39 TO WS-PROG-POS
           ELSE
              MOVE 1 TO WS-TS-POS
              MOVE 17 TO WS-OP-POS
              MOVE 26 TO WS-PROG-POS
           END-IF

           MOVE AUDIT-LOG-RECORD(WS-TS-POS:15) TO WS-LINE-TS
           MOVE AUDIT-LOG-RECORD(WS-OP-POS:8) TO WS-LINE-OP-ID
           MOVE SPACES TO WS-LINE-PROG
           UNSTRING AUDIT-LOG-RECORD(WS-PROG-POS:)
              DELIMITED BY ":" INTO WS-LINE-PROG.
       0260-END.

       0300-OPEN-RECERT.
           PERFORM 0250-ASK-QUARTER THRU 0250-END
           IF NOT WS-QUARTER-VALID
              GO TO 0300-END
           END-IF

           MOVE WS-QUARTER-KEY TO RR-QUARTER
           READ RECERT-RUN KEY IS RR-QUARTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "RECERTIFICATION " WS-QUARTER-IN
                         " ALREADY EXISTS - STATUS " RR-STATUS
                 GO TO 0300-END
           END-READ

           MOVE ZEROES TO WS-OT-COUNT
           OPEN INPUT OPERATORS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING OPERATORS FILE: "
                      OPERATORS-CHECK-STATUS
              GO TO 0300-END
           END-IF

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
              READ OPERATORS NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF WS-OT-COUNT < 500
                       ADD 1 TO WS-OT-COUNT
                       MOVE OP-ID TO WS-OT-OP-ID(WS-OT-COUNT)
                       MOVE "NEVER" TO WS-OT-LAST-LOGIN(WS-OT-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           PERFORM 0310-SCAN-LAST-LOGINS THRU 0310-END

           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
              UNTIL WS-OT-IDX > WS-OT-COUNT
              MOVE WS-OT-OP-ID(WS-OT-IDX) TO OP-ID
              READ OPERATORS KEY IS OP-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 0320-WRITE-RECERT-LINE THRU 0320-END
              END-READ
           END-PERFORM

           CLOSE OPERATORS

           MOVE WS-QUARTER-KEY TO RR-QUARTER
           MOVE "OPEN" TO RR-STATUS
           MOVE SESSION-OPERATOR-ID TO RR-OPENED-BY
           MOVE WS-TODAY TO RR-OPENED-AT
           MOVE SPACES TO RR-CLOSED-BY
           MOVE SPACES TO RR-CLOSED-AT
           MOVE WS-OT-COUNT TO RR-OP-COUNT
           WRITE RR-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING RECERTIFICATION RUN: "
                         RECERT-RUN-CHECK-STATUS
                 GO TO 0300-END
           END-WRITE

           DISPLAY "RECERTIFICATION " WS-QUARTER-IN " OPENED WITH "
                   WS-OT-COUNT " OPERATORS TO ATTEST."

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "OPENED ACCESS RECERT " WS-QUARTER-KEY
                  " OPERATORS " WS-OT-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END.
       0300-END.

       0310-SCAN-LAST-LOGINS.
           OPEN INPUT AUDIT-LOG
           IF AUDIT-LOG-CHECK-STATUS NOT = "00"
              GO TO 0310-END
           END-IF

           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
              READ AUDIT-LOG
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    PERFORM 0315-CHECK-LOGIN-LINE THRU 0315-END
              END-READ
           END-PERFORM

           CLOSE AUDIT-LOG.
       0310-END.

       0315-CHECK-LOGIN-LINE.
           PERFORM 0260-FIND-POSITIONS THRU 0260-END

           IF AUDIT-LOG-RECORD(WS-PROG-POS:29) NOT =
              "mainProgram: LOGIN SUCCESSFUL"
              GO TO 0315-END
           END-IF

           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
              UNTIL WS-OT-IDX > WS-OT-COUNT
              IF WS-OT-OP-ID(WS-OT-IDX) = WS-LINE-OP-ID
                 IF WS-OT-LAST-LOGIN(WS-OT-IDX) = "NEVER"
                    OR WS-OT-LAST-LOGIN(WS-OT-IDX) < WS-LINE-TS
                    MOVE WS-LINE-TS TO WS-OT-LAST-LOGIN(WS-OT-IDX)
                 END-IF
              END-IF
           END-PERFORM.
       0315-END.

       0320-WRITE-RECERT-LINE.
           MOVE WS-QUARTER-KEY TO RC-QUARTER
           MOVE OP-ID TO RC-OP-ID
           MOVE OP-NAME TO RC-OP-NAME
           MOVE OP-BRANCH TO RC-BRANCH
           IF RC-BRANCH = SPACES
              MOVE "NONE" TO RC-BRANCH
           END-IF
           MOVE OP-ROLE TO RC-ROLE
           MOVE OP-POST-LIMIT TO RC-POST-LIMIT
           MOVE OP-TRAINEE TO RC-TRAINEE
           IF RC-TRAINEE NOT = "Y"
              MOVE "N" TO RC-TRAINEE
           END-IF
           MOVE WS-OT-LAST-LOGIN(WS-OT-IDX) TO RC-LAST-LOGIN
           MOVE OP-LOCKED TO RC-LOCKED
           IF RC-LOCKED NOT = "Y"
              MOVE "N" TO RC-LOCKED
           END-IF
           MOVE "PENDING" TO RC-DECISION
           MOVE SPACES TO RC-ATTESTED-BY
           MOVE SPACES TO RC-ATTESTED-AT
           MOVE SPACES TO RC-NOTE

           WRITE RC-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING RECERTIFICATION LINE "
                         OP-ID ": " RECERT-CHECK-STATUS
           END-WRITE.
       0320-END.

       0350-FORMAT-LINE.
           MOVE RC-POST-LIMIT TO WS-LIMIT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING RC-OP-ID " " RC-OP-NAME " " RC-ROLE " "
                  WS-LIMIT-OUT " " RC-TRAINEE "       "
                  RC-LAST-LOGIN " " RC-LOCKED "      "
                  RC-DECISION " " RC-ATTESTED-BY " "
                  RC-ATTESTED-AT " " RC-NOTE
              DELIMITED BY SIZE INTO REPORT-LINE.
       0350-END.

       0400-LIST-RECERT.
           PERFORM 0250-ASK-QUARTER THRU 0250-END
           IF NOT WS-QUARTER-VALID
              GO TO 0400-END
           END-IF

           MOVE WS-QUARTER-KEY TO RR-QUARTER
           READ RECERT-RUN KEY IS RR-QUARTER
              INVALID KEY
                 DISPLAY "NO RECERTIFICATION FOR " WS-QUARTER-IN
                 GO TO 0400-END
           END-READ

           MOVE ZEROES TO WS-LT-COUNT
           MOVE ZEROES TO WS-BR-COUNT
           MOVE ZEROES TO WS-PENDING-COUNT
           MOVE ZEROES TO WS-KEEP-COUNT
           MOVE ZEROES TO WS-CHANGE-COUNT
           MOVE ZEROES TO WS-REMOVE-COUNT

           MOVE WS-QUARTER-KEY TO RC-QUARTER
           MOVE LOW-VALUES TO RC-OP-ID
           START RECERT KEY IS NOT LESS THAN RC-KEY
              INVALID KEY
                 SET EOF TO TRUE
              NOT INVALID KEY
                 SET NOT-EOF TO TRUE
           END-START

           PERFORM UNTIL EOF
              READ RECERT NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF RC-QUARTER NOT = WS-QUARTER-KEY
                       SET EOF TO TRUE
                    ELSE
                       PERFORM 0410-COLLECT-LINE THRU 0410-END
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO WS-REPORT-NAME
           STRING "recert_" WS-QUARTER-KEY ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0400-END
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR ACCESS RECERTIFICATION - " WS-QUARTER-IN
                  " - STATUS " RR-STATUS " - OPENED " RR-OPENED-AT
                  " BY " RR-OPENED-BY
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BR-COUNT
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY " "
              MOVE SPACES TO REPORT-LINE
              STRING "BRANCH " WS-BR-CODE(WS-BR-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
              MOVE WS-HEADER-01 TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
              PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                 UNTIL WS-LT-IDX > WS-LT-COUNT
                 IF WS-LT-BRANCH(WS-LT-IDX) = WS-BR-CODE(WS-BR-IDX)
                    MOVE WS-LT-LINE(WS-LT-IDX) TO REPORT-LINE
                    WRITE REPORT-LINE
                    DISPLAY REPORT-LINE
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "OPERATORS: " WS-LT-COUNT
                  "  KEEP: " WS-KEEP-COUNT
                  "  CHANGE: " WS-CHANGE-COUNT
                  "  REMOVE: " WS-REMOVE-COUNT
                  "  PENDING: " WS-PENDING-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           IF RR-STATUS = "CLOSED"
              MOVE SPACES TO REPORT-LINE
              STRING "CLOSED " RR-CLOSED-AT " BY " RR-CLOSED-BY
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-IF

           CLOSE REPORT-OUT

           DISPLAY "RECERTIFICATION LIST WRITTEN TO " WS-REPORT-NAME

           MOVE "ACCESS RECERT" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-QUARTER-IN TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS.
       0400-END.

       0410-COLLECT-LINE.
           EVALUATE RC-DECISION
              WHEN "KEEP"
                 ADD 1 TO WS-KEEP-COUNT
              WHEN "CHANGE"
                 ADD 1 TO WS-CHANGE-COUNT
              WHEN "REMOVE"
                 ADD 1 TO WS-REMOVE-COUNT
              WHEN OTHER
                 ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE

           IF WS-LT-COUNT NOT < 500
              GO TO 0410-END
           END-IF

           ADD 1 TO WS-LT-COUNT
           PERFORM 0350-FORMAT-LINE THRU 0350-END
           MOVE REPORT-LINE TO WS-LT-LINE(WS-LT-COUNT)
           MOVE RC-BRANCH TO WS-LT-BRANCH(WS-LT-COUNT)

           MOVE ZEROES TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-FOUND > ZEROES
              IF WS-BR-CODE(WS-BR-IDX) = RC-BRANCH
                 MOVE WS-BR-IDX TO WS-BR-FOUND
              END-IF
           END-PERFORM

           IF WS-BR-FOUND = ZEROES AND WS-BR-COUNT < 100
              ADD 1 TO WS-BR-COUNT
              MOVE RC-BRANCH TO WS-BR-CODE(WS-BR-COUNT)
           END-IF.
       0410-END.

       0500-ATTEST.
           IF SESSION-TRAINING = "Y"
              DISPLAY "ATTESTATION IS NOT ALLOWED IN TRAINING MODE."
              GO TO 0500-END
           END-IF

           PERFORM 0250-ASK-QUARTER THRU 0250-END
           IF NOT WS-QUARTER-VALID
              GO TO 0500-END
           END-IF

           MOVE WS-QUARTER-KEY TO RR-QUARTER
           READ RECERT-RUN KEY IS RR-QUARTER
              INVALID KEY
                 DISPLAY "NO RECERTIFICATION FOR " WS-QUARTER-IN
                 GO TO 0500-END
           END-READ

           IF RR-STATUS = "CLOSED"
              DISPLAY "RECERTIFICATION " WS-QUARTER-IN
                      " IS ALREADY CLOSED."
              GO TO 0500-END
           END-IF

           IF WS-I-AM-SUPERVISOR
              DISPLAY "ATTESTING OPERATORS OF BRANCH " WS-MY-BRANCH
           END-IF
           DISPLAY "FOR EACH OPERATOR TYPE K - KEEP, C - CHANGE, "
                   "R - REMOVE, S - SKIP, Q - QUIT."

           MOVE ZEROES TO WS-ATTESTED-NOW
           SET WS-GO-ATTEST TO TRUE

           MOVE WS-QUARTER-KEY TO RC-QUARTER
           MOVE LOW-VALUES TO RC-OP-ID
           START RECERT KEY IS NOT LESS THAN RC-KEY
              INVALID KEY
                 SET EOF TO TRUE
              NOT INVALID KEY
                 SET NOT-EOF TO TRUE
           END-START

           PERFORM UNTIL EOF OR WS-STOP-ATTEST
              READ RECERT NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF RC-QUARTER NOT = WS-QUARTER-KEY
                       SET EOF TO TRUE
                    ELSE
                       PERFORM 0510-ATTEST-LINE THRU 0510-END
                    END-IF
              END-READ
           END-PERFORM

           DISPLAY "OPERATORS ATTESTED IN THIS SESSION: "
                   WS-ATTESTED-NOW.
       0500-END.

       0510-ATTEST-LINE.
           IF RC-DECISION NOT = "PENDING"
              GO TO 0510-END
           END-IF

           IF WS-I-AM-SUPERVISOR AND RC-BRANCH NOT = WS-MY-BRANCH
              GO TO 0510-END
           END-IF

           IF RC-OP-ID = SESSION-OPERATOR-ID
              DISPLAY "SKIPPING " RC-OP-ID
                      " - YOU CANNOT ATTEST YOUR OWN ACCESS."
              GO TO 0510-END
           END-IF

           MOVE RC-POST-LIMIT TO WS-LIMIT-OUT
           DISPLAY "----------------------------------"
           DISPLAY "OPERATOR:   " RC-OP-ID " " RC-OP-NAME
           DISPLAY "BRANCH:     " RC-BRANCH
           DISPLAY "ROLE:       " RC-ROLE
           DISPLAY "POST LIMIT: " WS-LIMIT-OUT
           DISPLAY "TRAINEE:    " RC-TRAINEE
           DISPLAY "LAST LOGIN: " RC-LAST-LOGIN
           DISPLAY "LOCKED:     " RC-LOCKED

           MOVE SPACES TO WS-DECISION-IN
           PERFORM UNTIL WS-DECISION-VALID
              DISPLAY "DECISION (K/C/R/S/Q): "
              ACCEPT WS-DECISION-IN
              MOVE FUNCTION UPPER-CASE(WS-DECISION-IN)
                   TO WS-DECISION-IN
              IF NOT WS-DECISION-VALID
                 DISPLAY "INVALID DECISION."
              END-IF
           END-PERFORM

           IF WS-DECISION-IN = "Q"
              SET WS-STOP-ATTEST TO TRUE
              GO TO 0510-END
           END-IF

           IF WS-DECISION-IN = "S"
              GO TO 0510-END
           END-IF

           MOVE SPACES TO WS-NOTE-IN
           IF WS-DECISION-IN = "K"
              DISPLAY "NOTE (OPTIONAL): "
              ACCEPT WS-NOTE-IN
           ELSE
              PERFORM UNTIL WS-NOTE-IN NOT = SPACES
                 DISPLAY "NOTE - WHAT MUST CHANGE OR WHY REMOVE: "
                 ACCEPT WS-NOTE-IN
              END-PERFORM
           END-IF

           EVALUATE WS-DECISION-IN
              WHEN "K"
                 MOVE "KEEP" TO RC-DECISION
              WHEN "C"
                 MOVE "CHANGE" TO RC-DECISION
              WHEN "R"
                 MOVE "REMOVE" TO RC-DECISION
           END-EVALUATE
           MOVE SESSION-OPERATOR-ID TO RC-ATTESTED-BY
           MOVE WS-TODAY TO RC-ATTESTED-AT
           MOVE WS-NOTE-IN TO RC-NOTE

           REWRITE RC-DETAILS
              INVALID KEY
                 DISPLAY "ERROR SAVING ATTESTATION FOR " RC-OP-ID
                         ": " RECERT-CHECK-STATUS
                 GO TO 0510-END
           END-REWRITE

           ADD 1 TO WS-ATTESTED-NOW
           DISPLAY "RECORDED " RC-DECISION " FOR " RC-OP-ID "."

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ATTESTED " RC-OP-ID " " RC-DECISION
                  " RECERT " WS-QUARTER-KEY " ROLE " RC-ROLE
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END.
       0510-END.

       0600-CLOSE-RECERT.
           PERFORM 0250-ASK-QUARTER THRU 0250-END
           IF NOT WS-QUARTER-VALID
              GO TO 0600-END
           END-IF

           MOVE WS-QUARTER-KEY TO RR-QUARTER
           READ RECERT-RUN KEY IS RR-QUARTER
              INVALID KEY
                 DISPLAY "NO RECERTIFICATION FOR " WS-QUARTER-IN
                 GO TO 0600-END
           END-READ

           IF RR-STATUS = "CLOSED"
              DISPLAY "RECERTIFICATION " WS-QUARTER-IN
                      " IS ALREADY CLOSED."
              GO TO 0600-END
           END-IF

           MOVE ZEROES TO WS-PENDING-COUNT
           MOVE WS-QUARTER-KEY TO RC-QUARTER
           MOVE LOW-VALUES TO RC-OP-ID
           START RECERT KEY IS NOT LESS THAN RC-KEY
              INVALID KEY
                 SET EOF TO TRUE
              NOT INVALID KEY
                 SET NOT-EOF TO TRUE
           END-START

           PERFORM UNTIL EOF
              READ RECERT NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF RC-QUARTER NOT = WS-QUARTER-KEY
                       SET EOF TO TRUE
                    ELSE
                       IF RC-DECISION = "PENDING"
                          ADD 1 TO WS-PENDING-COUNT
                          DISPLAY "PENDING: " RC-OP-ID " BRANCH "
                                  RC-BRANCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-PENDING-COUNT > ZEROES
              DISPLAY "CANNOT CLOSE - " WS-PENDING-COUNT
                      " OPERATORS STILL HAVE NO ATTESTATION."
              GO TO 0600-END
           END-IF

           MOVE "CLOSED" TO RR-STATUS
           MOVE SESSION-OPERATOR-ID TO RR-CLOSED-BY
           MOVE WS-TODAY TO RR-CLOSED-AT
           REWRITE RR-DETAILS
              INVALID KEY
                 DISPLAY "ERROR CLOSING RECERTIFICATION: "
                         RECERT-RUN-CHECK-STATUS
                 GO TO 0600-END
           END-REWRITE

           DISPLAY "RECERTIFICATION " WS-QUARTER-IN " CLOSED."

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CLOSED ACCESS RECERT " WS-QUARTER-KEY
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END.
       0600-END.

       0700-PRIVILEGED-REPORT.
           PERFORM 0250-ASK-QUARTER THRU 0250-END
           IF NOT WS-QUARTER-VALID
              GO TO 0700-END
           END-IF

           PERFORM VARYING WS-PRIV-IDX FROM 1 BY 1
              UNTIL WS-PRIV-IDX > WS-PRIV-MAX
              MOVE ZEROES TO WS-PRIV-COUNT(WS-PRIV-IDX)
           END-PERFORM
           MOVE ZEROES TO WS-LINE-COUNT

           MOVE SPACES TO WS-REPORT-NAME
           STRING "privileged_activity_" WS-QUARTER-KEY ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0700-END
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "PRIVILEGED ACTIVITY REVIEW - " WS-QUARTER-IN
                  " (" WS-QTR-FROM " TO " WS-QTR-TO ")"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT AUDIT-LOG
           IF AUDIT-LOG-CHECK-STATUS = "00"
              SET NOT-EOF TO TRUE
              PERFORM UNTIL EOF
                 READ AUDIT-LOG
                    AT END
                       SET EOF TO TRUE
                    NOT AT END
                       PERFORM 0710-CHECK-PRIV-LINE THRU 0710-END
                 END-READ
              END-PERFORM
              CLOSE AUDIT-LOG
           END-IF

           IF WS-LINE-COUNT = ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "NO PRIVILEGED ACTIONS IN THIS QUARTER."
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "BY PROGRAM:"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-PRIV-IDX FROM 1 BY 1
              UNTIL WS-PRIV-IDX > WS-PRIV-MAX
              MOVE SPACES TO REPORT-LINE
              STRING "  " WS-PRIV-NAME(WS-PRIV-IDX) " "
                     WS-PRIV-COUNT(WS-PRIV-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL PRIVILEGED ACTIONS: " WS-LINE-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT

           DISPLAY "PRIVILEGED ACTIVITY REPORT WRITTEN TO "
                   WS-REPORT-NAME

           MOVE "PRIVILEGED ACTIVITY" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-QUARTER-IN TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS.
       0700-END.

       0710-CHECK-PRIV-LINE.
           PERFORM 0260-FIND-POSITIONS THRU 0260-END

           IF WS-LINE-TS(1:8) < WS-QTR-FROM
              OR WS-LINE-TS(1:8) > WS-QTR-TO
              GO TO 0710-END
           END-IF

           MOVE ZEROES TO WS-PRIV-FOUND
           PERFORM VARYING WS-PRIV-IDX FROM 1 BY 1
              UNTIL WS-PRIV-IDX > WS-PRIV-MAX OR WS-PRIV-FOUND > ZEROES
              IF WS-PRIV-NAME(WS-PRIV-IDX) = WS-LINE-PROG
                 MOVE WS-PRIV-IDX TO WS-PRIV-FOUND
              END-IF
           END-PERFORM

           IF WS-PRIV-FOUND = ZEROES
              GO TO 0710-END
           END-IF

           ADD 1 TO WS-PRIV-COUNT(WS-PRIV-FOUND)
           ADD 1 TO WS-LINE-COUNT

           MOVE SPACES TO REPORT-LINE
           MOVE AUDIT-LOG-RECORD TO REPORT-LINE
           WRITE REPORT-LINE.
       0710-END.

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

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " accessRecert: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
