       IDENTIFICATION DIVISION.
       PROGRAM-ID. relieveAccrual.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACCRUALS ASSIGN TO "accruals.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-ACC-ID
           FILE STATUS IS ACCRUALS-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCRUALS.
       01  ACR-DETAILS.
           05 ACR-ACC-ID             PIC 9(8).
           05 ACR-KIND               PIC X(4).
           05 ACR-RATE               PIC V9(4).
           05 ACR-THROUGH            PIC X(10).
           05 ACR-LAST-AMOUNT        PIC 9(7)V9(4).
           05 ACR-ACCRUED            PIC 9(9)V9(4).
           05 ACR-GL-BALANCE         PIC 9(9)V99.
           05 ACR-LAST-RELIEF        PIC X(10).
           05 ACR-LAST-RELIEVED      PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  ACCRUALS-CHECK-STATUS     PIC XX.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       LINKAGE SECTION.

       01  LS-ACC-ID                 PIC 9(8).
       01  LS-AMOUNT                 PIC 9(9)V99.

       PROCEDURE DIVISION USING LS-ACC-ID LS-AMOUNT.

       0100-MAIN.
           OPEN I-O ACCRUALS
           IF ACCRUALS-CHECK-STATUS NOT = "00"
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE LS-ACC-ID TO ACR-ACC-ID
           READ ACCRUALS KEY IS ACR-ACC-ID
              INVALID KEY
                 CLOSE ACCRUALS
                 GO TO 0900-END-PROGRAM
           END-READ

           IF ACR-ACCRUED = ZEROES
              CLOSE ACCRUALS
              GO TO 0900-END-PROGRAM
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BUS-DATE(1:4)
              MOVE "-" TO WS-BUS-DATE(5:1)
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BUS-DATE(6:2)
              MOVE "-" TO WS-BUS-DATE(8:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO WS-BUS-DATE(9:2)
           END-IF

           IF LS-AMOUNT = ZEROES OR LS-AMOUNT >= ACR-ACCRUED
              COMPUTE ACR-LAST-RELIEVED ROUNDED = ACR-ACCRUED
              MOVE ZEROES TO ACR-ACCRUED
           ELSE
              MOVE LS-AMOUNT TO ACR-LAST-RELIEVED
              SUBTRACT LS-AMOUNT FROM ACR-ACCRUED
           END-IF
           MOVE WS-BUS-DATE TO ACR-LAST-RELIEF

           REWRITE ACR-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING ACCRUAL FOR ACCOUNT "
                         LS-ACC-ID
           END-REWRITE

           CLOSE ACCRUALS.
       0100-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
