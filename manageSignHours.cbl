       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageSignHours.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SIGN-HOURS ASSIGN TO "signhours.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-KEY
           FILE STATUS IS SIGN-HOURS-CHECK-STATUS.

       SELECT OPERATORS ASSIGN TO "operators.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS OPERATORS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SIGN-HOURS.
       01  SH-DETAILS.
           05 SH-KEY.
              10 SH-TYPE             PIC X(1).
              10 SH-CODE             PIC X(10).
           05 SH-DAYS                PIC X(1).
           05 SH-FROM                PIC 9(4).
           05 SH-TO                  PIC 9(4).

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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  SIGN-HOURS-CHECK-STATUS PIC XX.
       01  OPERATORS-CHECK-STATUS  PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-EOF-SIGN-HOURS       PIC X VALUE "N".
           88  EOF-SIGN-HOURS      VALUE "Y".
           88  NOT-EOF-SIGN-HOURS  VALUE "N".

       01  WS-MENU-OPT             PIC 9.

       01  WS-TYPE-IN              PIC X(1).
       01  WS-CODE-IN              PIC X(10).
       01  WS-ROLE-IN              PIC X(10).
           88  WS-ROLE-VALID       VALUES "TELLER" "SUPERVISOR"
                                          "ADMIN".
       01  WS-DAYS-IN              PIC X(1).
           88  WS-DAYS-VALID       VALUES "B" "W" "A" "U".
       01  WS-FROM-IN              PIC X(4).
       01  WS-TO-IN                PIC X(4).
       01  WS-CONFIRM              PIC X.
       01  WS-LIST-COUNT           PIC 9(3).
       01  WS-TYPE-DESC            PIC X(8).

       01  WS-SIGN-HOURS-MENU.
           02 WS-SH-MENU-LINE     PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-SH-MENU-OPT1     PIC X(24)
                                   VALUE "1 - List Sign-On Windows".
           02 WS-SH-MENU-OPT2     PIC X(24)
                                   VALUE "2 - Set Role Window".
           02 WS-SH-MENU-OPT3     PIC X(28)
                                   VALUE "3 - Set Operator Exception".
           02 WS-SH-MENU-OPT4     PIC X(24)
                                   VALUE "4 - Remove Window".
           02 WS-SH-MENU-OPT0     PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-SH-MENU-LINE
           DISPLAY "PERMITTED SIGN-ON HOURS"
           DISPLAY WS-SH-MENU-OPT1
           DISPLAY WS-SH-MENU-OPT2
           DISPLAY WS-SH-MENU-OPT3
           DISPLAY WS-SH-MENU-OPT4
           DISPLAY WS-SH-MENU-OPT0
           DISPLAY WS-SH-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 4
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O SIGN-HOURS
           IF SIGN-HOURS-CHECK-STATUS = "35"
              OPEN OUTPUT SIGN-HOURS
              CLOSE SIGN-HOURS
              OPEN I-O SIGN-HOURS
           END-IF

           IF SIGN-HOURS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE SIGN-ON HOURS FILE: "
                      SIGN-HOURS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-LIST-WINDOWS
              WHEN 2
                 PERFORM 0300-SET-ROLE-WINDOW THRU 0300-END
              WHEN 3
                 PERFORM 0400-SET-OPERATOR-WINDOW THRU 0400-END
              WHEN 4
                 PERFORM 0500-REMOVE-WINDOW THRU 0500-END
           END-EVALUATE

           CLOSE SIGN-HOURS
           PERFORM 0100-MAIN.
       0100-END.

       0200-LIST-WINDOWS.
           MOVE ZEROES TO WS-LIST-COUNT
           MOVE LOW-VALUES TO SH-KEY
           SET NOT-EOF-SIGN-HOURS TO TRUE
           START SIGN-HOURS KEY IS NOT LESS THAN SH-KEY
              INVALID KEY
                 SET EOF-SIGN-HOURS TO TRUE
           END-START

           PERFORM UNTIL EOF-SIGN-HOURS
              READ SIGN-HOURS NEXT RECORD
                 AT END
                    SET EOF-SIGN-HOURS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    IF SH-TYPE = "R"
                       MOVE "ROLE" TO WS-TYPE-DESC
                    ELSE
                       MOVE "OPERATOR" TO WS-TYPE-DESC
                    END-IF
                    IF SH-DAYS = "U"
                       DISPLAY WS-TYPE-DESC " " SH-CODE
                               " UNRESTRICTED"
                    ELSE
                       DISPLAY WS-TYPE-DESC " " SH-CODE " DAYS "
                               SH-DAYS " FROM " SH-FROM " TO " SH-TO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO SIGN-ON WINDOWS ARE SET - SIGN-ON IS "
                      "UNRESTRICTED."
           ELSE
              DISPLAY "DAYS: B - BUSINESS DAYS, W - WEEKDAYS, "
                      "A - ALL DAYS, U - UNRESTRICTED."
           END-IF.
       0200-END.

       0300-SET-ROLE-WINDOW.
           DISPLAY "INSERT THE ROLE (TELLER/SUPERVISOR/ADMIN): "
           ACCEPT WS-ROLE-IN
           MOVE FUNCTION UPPER-CASE (WS-ROLE-IN) TO WS-ROLE-IN
           IF NOT WS-ROLE-VALID
              DISPLAY "INVALID ROLE."
              GO TO 0300-END
           END-IF

           MOVE "R" TO WS-TYPE-IN
           MOVE WS-ROLE-IN TO WS-CODE-IN
           PERFORM 0600-ASK-AND-SAVE THRU 0600-END.
       0300-END.

       0400-SET-OPERATOR-WINDOW.
           DISPLAY "INSERT THE OPERATOR ID: "
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-CODE-IN) TO WS-CODE-IN

           OPEN INPUT OPERATORS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING OPERATORS FILE: "
                      OPERATORS-CHECK-STATUS
              GO TO 0400-END
           END-IF

           MOVE WS-CODE-IN TO OP-ID
           READ OPERATORS KEY IS OP-ID
              INVALID KEY
                 DISPLAY "NO SUCH OPERATOR."
                 CLOSE OPERATORS
                 GO TO 0400-END
           END-READ
           CLOSE OPERATORS

           DISPLAY "OPERATOR " OP-ID " " OP-NAME " (" OP-ROLE ")"

           MOVE "O" TO WS-TYPE-IN
           PERFORM 0600-ASK-AND-SAVE THRU 0600-END.
       0400-END.

       0500-REMOVE-WINDOW.
           DISPLAY "REMOVE A ROLE (R) OR OPERATOR (O) WINDOW: "
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE (WS-TYPE-IN) TO WS-TYPE-IN
           IF WS-TYPE-IN NOT = "R" AND WS-TYPE-IN NOT = "O"
              DISPLAY "INVALID ENTRY."
              GO TO 0500-END
           END-IF

           DISPLAY "INSERT THE ROLE OR OPERATOR ID: "
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-CODE-IN) TO WS-CODE-IN

           MOVE WS-TYPE-IN TO SH-TYPE
           MOVE WS-CODE-IN TO SH-CODE
           READ SIGN-HOURS KEY IS SH-KEY
              INVALID KEY
                 DISPLAY "NO WINDOW IS SET FOR " WS-CODE-IN
                 GO TO 0500-END
           END-READ

           DISPLAY "REMOVE THE WINDOW FOR " WS-CODE-IN "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE WINDOW WAS KEPT."
              GO TO 0500-END
           END-IF

           DELETE SIGN-HOURS RECORD
              INVALID KEY
                 DISPLAY "ERROR REMOVING THE WINDOW: "
                         SIGN-HOURS-CHECK-STATUS
                 GO TO 0500-END
           END-DELETE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED SIGN-ON WINDOW " WS-TYPE-IN " " WS-CODE-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "WINDOW FOR " WS-CODE-IN " REMOVED.".
       0500-END.

       0600-ASK-AND-SAVE.
           DISPLAY "DAYS (B - BUSINESS DAYS, W - WEEKDAYS, "
                   "A - ALL DAYS, U - UNRESTRICTED): "
           ACCEPT WS-DAYS-IN
           MOVE FUNCTION UPPER-CASE (WS-DAYS-IN) TO WS-DAYS-IN
           IF NOT WS-DAYS-VALID
              DISPLAY "INVALID DAYS CODE."
              GO TO 0600-END
           END-IF

           MOVE "0000" TO WS-FROM-IN
           MOVE "2400" TO WS-TO-IN
           IF WS-DAYS-IN NOT = "U"
              DISPLAY "SIGN-ON ALLOWED FROM (HHMM): "
              ACCEPT WS-FROM-IN
              DISPLAY "SIGN-ON ALLOWED UNTIL (HHMM): "
              ACCEPT WS-TO-IN
              IF WS-FROM-IN NOT NUMERIC OR WS-TO-IN NOT NUMERIC
                 OR WS-FROM-IN(1:2) > "24" OR WS-TO-IN(1:2) > "24"
                 OR WS-FROM-IN(3:2) > "59" OR WS-TO-IN(3:2) > "59"
                 OR WS-FROM-IN = WS-TO-IN
                 DISPLAY "INVALID HOURS - USE HHMM, FOR EXAMPLE "
                         "0730 AND 1830."
                 GO TO 0600-END
              END-IF
           END-IF

           MOVE WS-TYPE-IN TO SH-TYPE
           MOVE WS-CODE-IN TO SH-CODE
           READ SIGN-HOURS KEY IS SH-KEY
              INVALID KEY
                 MOVE WS-TYPE-IN TO SH-TYPE
                 MOVE WS-CODE-IN TO SH-CODE
                 MOVE WS-DAYS-IN TO SH-DAYS
                 MOVE WS-FROM-IN TO SH-FROM
                 MOVE WS-TO-IN TO SH-TO
                 WRITE SH-DETAILS
              NOT INVALID KEY
                 MOVE WS-DAYS-IN TO SH-DAYS
                 MOVE WS-FROM-IN TO SH-FROM
                 MOVE WS-TO-IN TO SH-TO
                 REWRITE SH-DETAILS
           END-READ

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET SIGN-ON WINDOW " WS-TYPE-IN " " WS-CODE-IN
                  " " WS-DAYS-IN " " WS-FROM-IN "-" WS-TO-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "SIGN-ON WINDOW FOR " WS-CODE-IN " SAVED.".
       0600-END.

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
                  " " WS-AUDIT-OPERATOR " manageSignHours: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
