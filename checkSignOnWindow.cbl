       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkSignOnWindow.
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

       SELECT HOLIDAYS ASSIGN TO "holidays.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLIDAYS-CHECK-STATUS.

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

       FD  HOLIDAYS.
       01  HOLIDAY-LINE              PIC X(10).

       WORKING-STORAGE SECTION.

       01  SIGN-HOURS-CHECK-STATUS   PIC XX.
       01  HOLIDAYS-CHECK-STATUS     PIC XX.

       01  WS-EOF-HOLIDAYS           PIC X VALUE "N".
           88  EOF-HOLIDAYS          VALUE "Y".
           88  NOT-EOF-HOLIDAYS      VALUE "N".

       01  WS-RULE-FOUND             PIC X VALUE "N".
           88  WS-HAS-RULE           VALUE "Y".

       01  WS-NOW                    PIC X(21).
       01  WS-NOW-DATE-NUM           PIC 9(8).
       01  WS-NOW-HHMM               PIC 9(4).
       01  WS-NOW-INT                PIC 9(7).
       01  WS-DAY-OF-WEEK            PIC 9.
       01  WS-NOW-DATE.
           02 WS-NOW-YEAR            PIC 9(4).
           02 FILLER                 VALUE "-".
           02 WS-NOW-MONTH           PIC 9(2).
           02 FILLER                 VALUE "-".
           02 WS-NOW-DAY             PIC 9(2).

       01  WS-DAY-OK                 PIC X.
       01  WS-TIME-OK                PIC X.
       01  WS-DAYS-DESC              PIC X(8).

       LINKAGE SECTION.

       01  LS-OP-ID                  PIC X(8).
       01  LS-ROLE                   PIC X(10).
       01  LS-RESULT                 PIC X(1).
           88  LS-INSIDE-WINDOW      VALUE "Y".
           88  LS-OUTSIDE-WINDOW     VALUE "N".
       01  LS-WINDOW                 PIC X(20).

       PROCEDURE DIVISION USING LS-OP-ID LS-ROLE LS-RESULT LS-WINDOW.

       0100-MAIN.
           SET LS-INSIDE-WINDOW TO TRUE
           MOVE "UNRESTRICTED" TO LS-WINDOW
           MOVE "N" TO WS-RULE-FOUND

           OPEN INPUT SIGN-HOURS
           IF SIGN-HOURS-CHECK-STATUS NOT = "00"
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE "O" TO SH-TYPE
           MOVE LS-OP-ID TO SH-CODE
           READ SIGN-HOURS KEY IS SH-KEY
              INVALID KEY
                 MOVE "R" TO SH-TYPE
                 MOVE LS-ROLE TO SH-CODE
                 READ SIGN-HOURS KEY IS SH-KEY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO WS-RULE-FOUND
                 END-READ
              NOT INVALID KEY
                 MOVE "Y" TO WS-RULE-FOUND
           END-READ

           CLOSE SIGN-HOURS

           IF NOT WS-HAS-RULE OR SH-DAYS = "U"
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE SH-DAYS
              WHEN "B"
                 MOVE "BUSINESS" TO WS-DAYS-DESC
              WHEN "W"
                 MOVE "WEEKDAYS" TO WS-DAYS-DESC
              WHEN OTHER
                 MOVE "ALL DAYS" TO WS-DAYS-DESC
           END-EVALUATE

           MOVE SPACES TO LS-WINDOW
           STRING WS-DAYS-DESC " " SH-FROM "-" SH-TO
              DELIMITED BY SIZE INTO LS-WINDOW

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-NOW-DATE-NUM
           MOVE WS-NOW(9:4) TO WS-NOW-HHMM

           PERFORM 0200-CHECK-DAY THRU 0200-END
           PERFORM 0300-CHECK-TIME THRU 0300-END

           IF WS-DAY-OK NOT = "Y" OR WS-TIME-OK NOT = "Y"
              SET LS-OUTSIDE-WINDOW TO TRUE
           END-IF

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-CHECK-DAY.
           MOVE "Y" TO WS-DAY-OK

           IF SH-DAYS NOT = "B" AND SH-DAYS NOT = "W"
              GO TO 0200-END
           END-IF

           COMPUTE WS-NOW-INT =
                   FUNCTION INTEGER-OF-DATE (WS-NOW-DATE-NUM)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM (WS-NOW-INT, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
              MOVE "N" TO WS-DAY-OK
              GO TO 0200-END
           END-IF

           IF SH-DAYS = "W"
              GO TO 0200-END
           END-IF

           MOVE WS-NOW-DATE-NUM(1:4) TO WS-NOW-YEAR
           MOVE WS-NOW-DATE-NUM(5:2) TO WS-NOW-MONTH
           MOVE WS-NOW-DATE-NUM(7:2) TO WS-NOW-DAY

           OPEN INPUT HOLIDAYS
           IF HOLIDAYS-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           SET NOT-EOF-HOLIDAYS TO TRUE
           PERFORM UNTIL EOF-HOLIDAYS
              READ HOLIDAYS
                 AT END
                    SET EOF-HOLIDAYS TO TRUE
                 NOT AT END
                    IF HOLIDAY-LINE(1:10) = WS-NOW-DATE
                       MOVE "N" TO WS-DAY-OK
                       SET EOF-HOLIDAYS TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HOLIDAYS.
       0200-END.

       0300-CHECK-TIME.
           MOVE "N" TO WS-TIME-OK

           IF SH-FROM NOT > SH-TO
              IF WS-NOW-HHMM NOT < SH-FROM
                 AND WS-NOW-HHMM < SH-TO
                 MOVE "Y" TO WS-TIME-OK
              END-IF
           ELSE
              IF WS-NOW-HHMM NOT < SH-FROM
                 OR WS-NOW-HHMM < SH-TO
                 MOVE "Y" TO WS-TIME-OK
              END-IF
           END-IF.
       0300-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
