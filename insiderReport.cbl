       IDENTIFICATION DIVISION.
       PROGRAM-ID. insiderReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INSIDER-LOG ASSIGN TO "insideract.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSIDER-LOG-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INSIDER-LOG.
       01  IA-DETAILS.
           05 IA-DATE                PIC X(10).
           05 FILLER                 PIC X(1).
           05 IA-TIME                PIC X(6).
           05 FILLER                 PIC X(1).
           05 IA-OP-ID               PIC X(8).
           05 FILLER                 PIC X(1).
           05 IA-ACC-ID              PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-CUST-ID             PIC 9(6).
           05 FILLER                 PIC X(1).
           05 IA-RELATION            PIC X(8).
           05 FILLER                 PIC X(1).
           05 IA-ACTION              PIC X(12).
           05 FILLER                 PIC X(1).
           05 IA-OUTCOME             PIC X(8).
           05 FILLER                 PIC X(1).
           05 IA-APPROVER            PIC X(8).
           05 FILLER                 PIC X(1).
           05 IA-TERMINAL            PIC X(8).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  INSIDER-LOG-CHECK-STATUS  PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-INSIDER            PIC X VALUE "N".
           88  EOF-INSIDER           VALUE "Y".
           88  NOT-EOF-INSIDER       VALUE "N".

       01  WS-MONTH-IN               PIC X(7).
       01  WS-MONTH-NUM              PIC X(6).
       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-OP-TABLE.
           05 WS-OT-ENTRY OCCURS 200 TIMES.
              10 WS-OT-OP-ID         PIC X(8).
              10 WS-OT-ROUTED        PIC 9(5).
              10 WS-OT-BLOCKED       PIC 9(5).
       01  WS-OT-COUNT               PIC 9(3).
       01  WS-OT-IDX                 PIC 9(3).
       01  WS-OT-FOUND               PIC 9(3).

       01  WS-LINE-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-ROUTED-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-BLOCKED-COUNT          PIC 9(5) VALUE ZEROES.

       01  WS-HEADER-01.
           02 FILLER PIC X(11) VALUE "DATE".
           02 FILLER PIC X(7)  VALUE "TIME".
           02 FILLER PIC X(9)  VALUE "OPERATOR".
           02 FILLER PIC X(9)  VALUE "ACCOUNT".
           02 FILLER PIC X(7)  VALUE "CUST".
           02 FILLER PIC X(9)  VALUE "RELATION".
           02 FILLER PIC X(13) VALUE "ACTION".
           02 FILLER PIC X(9)  VALUE "OUTCOME".
           02 FILLER PIC X(9)  VALUE "APPROVER".
           02 FILLER PIC X(8)  VALUE "TERMINAL".

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-LINE-COUNT
           MOVE ZEROES TO WS-ROUTED-COUNT
           MOVE ZEROES TO WS-BLOCKED-COUNT
           MOVE ZEROES TO WS-OT-COUNT

           DISPLAY "INSERT THE MONTH TO REPORT (YYYY-MM): "
           ACCEPT WS-MONTH-IN

           IF WS-MONTH-IN(1:4) NOT NUMERIC
              OR WS-MONTH-IN(6:2) NOT NUMERIC
              DISPLAY "THAT IS NOT A VALID MONTH."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-MONTH-IN(1:4) TO WS-MONTH-NUM(1:4)
           MOVE WS-MONTH-IN(6:2) TO WS-MONTH-NUM(5:2)

           MOVE SPACES TO WS-REPORT-NAME
           STRING "insider_activity_" WS-MONTH-NUM ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "INSIDER ACTIVITY - ACTIONS BY OPERATORS ON THEIR "
                  "OWN OR RELATED ACCOUNTS - " WS-MONTH-IN
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADER-01 TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT INSIDER-LOG
           IF INSIDER-LOG-CHECK-STATUS = "00"
              SET NOT-EOF-INSIDER TO TRUE
              PERFORM UNTIL EOF-INSIDER
                 READ INSIDER-LOG
                    AT END
                       SET EOF-INSIDER TO TRUE
                    NOT AT END
                       IF IA-DATE(1:7) = WS-MONTH-IN
                          PERFORM 0200-REPORT-ACTION THRU 0200-END
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSIDER-LOG
           END-IF

           IF WS-LINE-COUNT = ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "NO ACTIONS ON OPERATOR-RELATED ACCOUNTS IN "
                     "THIS MONTH."
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "BY OPERATOR:"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
              UNTIL WS-OT-IDX > WS-OT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  " WS-OT-OP-ID (WS-OT-IDX)
                     "  ROUTED " WS-OT-ROUTED (WS-OT-IDX)
                     "  BLOCKED " WS-OT-BLOCKED (WS-OT-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL ACTIONS: " WS-LINE-COUNT
                  "  ROUTED TO ANOTHER SUPERVISOR: " WS-ROUTED-COUNT
                  "  BLOCKED: " WS-BLOCKED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT

           DISPLAY "INSIDER ACTIVITY REPORT WRITTEN TO "
                   WS-REPORT-NAME

           MOVE "INSIDER ACTIVITY" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-MONTH-IN TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-REPORT-ACTION.
           ADD 1 TO WS-LINE-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING IA-DATE " " IA-TIME " " IA-OP-ID " " IA-ACC-ID
                  " " IA-CUST-ID " " IA-RELATION " " IA-ACTION
                  " " IA-OUTCOME " " IA-APPROVER " " IA-TERMINAL
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-OT-FOUND
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
              UNTIL WS-OT-IDX > WS-OT-COUNT OR WS-OT-FOUND > ZEROES
              IF WS-OT-OP-ID (WS-OT-IDX) = IA-OP-ID
                 MOVE WS-OT-IDX TO WS-OT-FOUND
              END-IF
           END-PERFORM

           IF WS-OT-FOUND = ZEROES AND WS-OT-COUNT < 200
              ADD 1 TO WS-OT-COUNT
              MOVE WS-OT-COUNT TO WS-OT-FOUND
              MOVE IA-OP-ID TO WS-OT-OP-ID (WS-OT-FOUND)
              MOVE ZEROES TO WS-OT-ROUTED (WS-OT-FOUND)
              MOVE ZEROES TO WS-OT-BLOCKED (WS-OT-FOUND)
           END-IF

           IF IA-OUTCOME = "ROUTED"
              ADD 1 TO WS-ROUTED-COUNT
              IF WS-OT-FOUND > ZEROES
                 ADD 1 TO WS-OT-ROUTED (WS-OT-FOUND)
              END-IF
           ELSE
              ADD 1 TO WS-BLOCKED-COUNT
              IF WS-OT-FOUND > ZEROES
                 ADD 1 TO WS-OT-BLOCKED (WS-OT-FOUND)
              END-IF
           END-IF.
       0200-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
