       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargeOffRegister.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHARGE-OFFS ASSIGN TO "chargeoffs.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CO-TR-ID
           FILE STATUS IS CHARGE-OFFS-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHARGE-OFFS.
       01  CO-DETAILS.
           05 CO-TR-ID               PIC 9(9).
           05 CO-ACC-ID              PIC 9(8).
           05 CO-KIND                PIC X(8).
           05 CO-DATE                PIC X(10).
           05 CO-BRANCH              PIC X(4).
           05 CO-AMOUNT              PIC 9(9)V99.
           05 CO-OPERATOR            PIC X(8).
           05 CO-APPROVER            PIC X(8).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  CHARGE-OFFS-CHECK-STATUS  PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-CHARGE-OFFS        PIC X VALUE "N".
           88  EOF-CHARGE-OFFS       VALUE "Y".
           88  NOT-EOF-CHARGE-OFFS   VALUE "N".

       01  WS-MONTH-IN               PIC X(7).
       01  WS-MONTH-NUM              PIC X(6).

       01  WS-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 100 TIMES.
              10 WS-BR-BRANCH        PIC X(4).
              10 WS-BR-CO-COUNT      PIC 9(5).
              10 WS-BR-CO-AMOUNT     PIC 9(11)V99.
              10 WS-BR-RC-COUNT      PIC 9(5).
              10 WS-BR-RC-AMOUNT     PIC 9(11)V99.
       01  WS-BR-COUNT               PIC 9(3).

       01  WS-IDX                    PIC 9(3).
       01  WS-FOUND-SLOT             PIC 9(3).

       01  WS-TOTAL-CO-COUNT         PIC 9(5).
       01  WS-TOTAL-CO-AMOUNT        PIC 9(13)V99.
       01  WS-TOTAL-RC-COUNT         PIC 9(5).
       01  WS-TOTAL-RC-AMOUNT        PIC 9(13)V99.
       01  WS-NET-LOSS               PIC S9(13)V99.

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY "INSERT THE MONTH TO REPORT (YYYY-MM): "
           ACCEPT WS-MONTH-IN

           IF WS-MONTH-IN(1:4) NOT NUMERIC
              OR WS-MONTH-IN(6:2) NOT NUMERIC
              DISPLAY "THAT IS NOT A VALID MONTH."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-MONTH-IN(1:4) TO WS-MONTH-NUM(1:4)
           MOVE WS-MONTH-IN(6:2) TO WS-MONTH-NUM(5:2)

           OPEN INPUT CHARGE-OFFS
           IF CHARGE-OFFS-CHECK-STATUS NOT = "00"
              DISPLAY "NO CHARGE-OFFS OR RECOVERIES ARE ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "chargeoffs_" WS-MONTH-NUM ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              CLOSE CHARGE-OFFS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE ZEROES TO WS-BR-COUNT
           MOVE ZEROES TO WS-TOTAL-CO-COUNT
           MOVE ZEROES TO WS-TOTAL-CO-AMOUNT
           MOVE ZEROES TO WS-TOTAL-RC-COUNT
           MOVE ZEROES TO WS-TOTAL-RC-AMOUNT

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN CHARGE-OFF AND RECOVERY REGISTER FOR "
                  WS-MONTH-IN
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DATE       BRCH LOAN ACCT KIND     AMOUNT       "
                  "TXN ID    OPERATOR APPROVER"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE ZEROES TO CO-TR-ID
           SET NOT-EOF-CHARGE-OFFS TO TRUE
           START CHARGE-OFFS KEY IS NOT LESS THAN CO-TR-ID
              INVALID KEY
                 SET EOF-CHARGE-OFFS TO TRUE
           END-START

           PERFORM UNTIL EOF-CHARGE-OFFS
              READ CHARGE-OFFS NEXT RECORD
                 AT END
                    SET EOF-CHARGE-OFFS TO TRUE
                 NOT AT END
                    IF CO-DATE(1:4) = WS-MONTH-IN(1:4)
                       AND CO-DATE(6:2) = WS-MONTH-IN(6:2)
                       PERFORM 0200-REPORT-ENTRY THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CHARGE-OFFS

           PERFORM 0400-WRITE-BRANCH-SUMMARY

           CLOSE REPORT-OUT

           DISPLAY "CHARGE-OFF REGISTER WRITTEN TO " WS-REPORT-NAME

           MOVE "CHARGE-OFF REGISTER" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-MONTH-IN TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-REPORT-ENTRY.
           MOVE SPACES TO REPORT-LINE
           STRING CO-DATE " " CO-BRANCH " " CO-ACC-ID "  "
                  CO-KIND " " CO-AMOUNT " " CO-TR-ID " "
                  CO-OPERATOR " " CO-APPROVER
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE ZEROES TO WS-FOUND-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-BR-COUNT
                 OR WS-FOUND-SLOT > ZEROES
              IF WS-BR-BRANCH (WS-IDX) = CO-BRANCH
                 MOVE WS-IDX TO WS-FOUND-SLOT
              END-IF
           END-PERFORM

           IF WS-FOUND-SLOT = ZEROES
              IF WS-BR-COUNT >= 100
                 GO TO 0200-END
              END-IF
              ADD 1 TO WS-BR-COUNT
              MOVE WS-BR-COUNT TO WS-FOUND-SLOT
              MOVE CO-BRANCH TO WS-BR-BRANCH (WS-FOUND-SLOT)
              MOVE ZEROES TO WS-BR-CO-COUNT (WS-FOUND-SLOT)
              MOVE ZEROES TO WS-BR-CO-AMOUNT (WS-FOUND-SLOT)
              MOVE ZEROES TO WS-BR-RC-COUNT (WS-FOUND-SLOT)
              MOVE ZEROES TO WS-BR-RC-AMOUNT (WS-FOUND-SLOT)
           END-IF

           IF CO-KIND = "CHGOFF"
              ADD 1 TO WS-BR-CO-COUNT (WS-FOUND-SLOT)
              ADD CO-AMOUNT TO WS-BR-CO-AMOUNT (WS-FOUND-SLOT)
              ADD 1 TO WS-TOTAL-CO-COUNT
              ADD CO-AMOUNT TO WS-TOTAL-CO-AMOUNT
           ELSE
              ADD 1 TO WS-BR-RC-COUNT (WS-FOUND-SLOT)
              ADD CO-AMOUNT TO WS-BR-RC-AMOUNT (WS-FOUND-SLOT)
              ADD 1 TO WS-TOTAL-RC-COUNT
              ADD CO-AMOUNT TO WS-TOTAL-RC-AMOUNT
           END-IF.
       0200-END.

       0400-WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "SUMMARY BY BRANCH" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-BR-COUNT
              COMPUTE WS-NET-LOSS = WS-BR-CO-AMOUNT (WS-IDX)
                                  - WS-BR-RC-AMOUNT (WS-IDX)
              MOVE SPACES TO REPORT-LINE
              STRING "BRANCH " WS-BR-BRANCH (WS-IDX)
                     " CHARGED OFF " WS-BR-CO-COUNT (WS-IDX) " / "
                     WS-BR-CO-AMOUNT (WS-IDX)
                     " RECOVERED " WS-BR-RC-COUNT (WS-IDX) " / "
                     WS-BR-RC-AMOUNT (WS-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-PERFORM

           COMPUTE WS-NET-LOSS = WS-TOTAL-CO-AMOUNT
                               - WS-TOTAL-RC-AMOUNT

           MOVE SPACES TO REPORT-LINE
           IF WS-TOTAL-CO-COUNT = ZEROES
              AND WS-TOTAL-RC-COUNT = ZEROES
              MOVE "NO CHARGE-OFFS OR RECOVERIES IN THIS MONTH."
                TO REPORT-LINE
           ELSE
              STRING "TOTAL CHARGED OFF " WS-TOTAL-CO-AMOUNT
                     " RECOVERED " WS-TOTAL-RC-AMOUNT
                     " NET LOSS " WS-NET-LOSS
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0400-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
