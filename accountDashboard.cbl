           RECORD KEY IS CL-KEY
           FILE STATUS IS CONTACT-LOG-CHECK-STATUS.

       SELECT ACCRUALS ASSIGN TO "accruals.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-ACC-ID
           FILE STATUS IS ACCRUALS-CHECK-STATUS.

       SELECT BENEFICIARIES ASSIGN TO "beneficiaries.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-KEY
           FILE STATUS IS BENEFICIARIES-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           05 CL-NOTE                PIC X(60).
           05 CL-TR-ID               PIC 9(9).

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

       FD  BENEFICIARIES.
       01  BEN-DETAILS.
           05 BEN-KEY.
               10 BEN-ACC-ID         PIC 9(8).
               10 BEN-SEQ            PIC 9(2).
           05 BEN-NAME               PIC X(30).
           05 BEN-RELATION           PIC X(12).
           05 BEN-SHARE-PCT          PIC 9(3)V99.
           05 BEN-PHONE              PIC X(15).
           05 BEN-ADDRESS            PIC X(30).
           05 BEN-STATUS             PIC X(8).
           05 BEN-ADDED              PIC X(10).
           05 BEN-PAID-AMOUNT        PIC 9(9)V99.
           05 BEN-PAID-DATE          PIC X(10).
           05 BEN-PAID-TR-ID         PIC 9(9).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

       01  WS-HELD-TOTAL                PIC S9(9)V99 VALUE ZEROES.
       01  WS-AVAILABLE-BALANCE         PIC S9(9)V99 VALUE ZEROES.

       01  ACCRUALS-CHECK-STATUS        PIC XX.
       01  WS-ACCRUED-INTEREST          PIC 9(9)V99 VALUE ZEROES.
       01  WS-ACCRUED-THROUGH           PIC X(10) VALUE SPACES.
       01  WS-ACCRUED-KIND              PIC X(4) VALUE SPACES.

       01  BENEFICIARIES-CHECK-STATUS PIC XX.
       01  WS-EOF-BENEFICIARIES       PIC X VALUE "N".
           88  EOF-BENEFICIARIES      VALUE "Y".
           88  NOT-EOF-BENEFICIARIES  VALUE "N".
       01  WS-POD-COUNT               PIC 9.
       01  WS-POD-IDX                 PIC 9.
       01  WS-POD-TABLE.
           02 WS-POD-ENTRY OCCURS 9 TIMES.
              03 WS-POD-NAME        PIC X(30).
              03 WS-POD-RELATION    PIC X(12).
              03 WS-POD-SHARE       PIC 9(3)V99.

       01  CONTACT-LOG-CHECK-STATUS   PIC XX.
       01  WS-EOF-CONTACTS            PIC X VALUE "N".
           88  EOF-CONTACTS           VALUE "Y".
                 GO TO 0900-END-PROGRAM
           END-READ

           PERFORM 0150-SUM-ACTIVE-HOLDS THRU 0150-END
           PERFORM 0160-COLLECT-RECENT-TRANSACTIONS THRU 0160-END
           PERFORM 0180-COLLECT-RECENT-CONTACTS THRU 0180-END
           PERFORM 0190-READ-ACCRUAL THRU 0190-END
           PERFORM 0195-COLLECT-BENEFICIARIES THRU 0195-END
           PERFORM 0200-DISPLAY-DASHBOARD

           CLOSE ACCOUNTS
           END-IF.
       0170-END.

       0190-READ-ACCRUAL.
           MOVE ZEROES TO WS-ACCRUED-INTEREST
           MOVE SPACES TO WS-ACCRUED-THROUGH
           MOVE SPACES TO WS-ACCRUED-KIND

           OPEN INPUT ACCRUALS
           IF ACCRUALS-CHECK-STATUS NOT = "00"
              GO TO 0190-END
           END-IF

           MOVE WS-SEARCH-ID TO ACR-ACC-ID
           READ ACCRUALS KEY IS ACR-ACC-ID
              NOT INVALID KEY
                 COMPUTE WS-ACCRUED-INTEREST ROUNDED = ACR-ACCRUED
                 MOVE ACR-THROUGH TO WS-ACCRUED-THROUGH
                 MOVE ACR-KIND TO WS-ACCRUED-KIND
           END-READ

           CLOSE ACCRUALS.
       0190-END.

       0195-COLLECT-BENEFICIARIES.
           MOVE ZEROES TO WS-POD-COUNT
           INITIALIZE WS-POD-TABLE

           OPEN INPUT BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS NOT = "00"
              GO TO 0195-END
           END-IF

           MOVE WS-SEARCH-ID TO BEN-ACC-ID
           MOVE ZEROES TO BEN-SEQ
           SET NOT-EOF-BENEFICIARIES TO TRUE
           START BENEFICIARIES KEY IS NOT LESS THAN BEN-KEY
              INVALID KEY
                 SET EOF-BENEFICIARIES TO TRUE
           END-START

           PERFORM UNTIL EOF-BENEFICIARIES
              READ BENEFICIARIES NEXT RECORD
                 AT END
                    SET EOF-BENEFICIARIES TO TRUE
                 NOT AT END
                    IF BEN-ACC-ID NOT = WS-SEARCH-ID
                       SET EOF-BENEFICIARIES TO TRUE
                    ELSE
                       IF BEN-STATUS = "ACTIVE"
                          AND WS-POD-COUNT < 9
                          ADD 1 TO WS-POD-COUNT
                          MOVE BEN-NAME
                            TO WS-POD-NAME (WS-POD-COUNT)
                          MOVE BEN-RELATION
                            TO WS-POD-RELATION (WS-POD-COUNT)
                          MOVE BEN-SHARE-PCT
                            TO WS-POD-SHARE (WS-POD-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE BENEFICIARIES.
       0195-END.

       0200-DISPLAY-DASHBOARD.
           COMPUTE WS-AVAILABLE-BALANCE = FS-BALANCE - WS-HELD-TOTAL

           DISPLAY "POSTED BALANCE: " FS-BALANCE
           DISPLAY "HELD (ACTIVE HOLDS): " WS-HELD-TOTAL
           DISPLAY "AVAILABLE BALANCE: " WS-AVAILABLE-BALANCE
           IF WS-ACCRUED-THROUGH NOT = SPACES
              IF WS-ACCRUED-KIND = "LOAN"
                 DISPLAY "ACCRUED INTEREST RECEIVABLE: "
                         WS-ACCRUED-INTEREST " THROUGH "
                         WS-ACCRUED-THROUGH
              ELSE
                 DISPLAY "ACCRUED INTEREST PAYABLE: "
                         WS-ACCRUED-INTEREST " THROUGH "
                         WS-ACCRUED-THROUGH
              END-IF
           END-IF
           IF WS-POD-COUNT > ZEROES
              DISPLAY "PAYABLE ON DEATH - BENEFICIARIES ON FILE:"
              PERFORM 0230-DISPLAY-BENEFICIARY-LINE
                 VARYING WS-POD-IDX FROM 1 BY 1
                 UNTIL WS-POD-IDX > WS-POD-COUNT
           END-IF
           DISPLAY "------------------------------------"
           DISPLAY "MOST RECENT TRANSACTIONS:"

           DISPLAY "   " WS-CON-NOTE (WS-CONTACT-IDX).
       0220-END.

       0230-DISPLAY-BENEFICIARY-LINE.
           DISPLAY "   " WS-POD-NAME (WS-POD-IDX) " "
                   WS-POD-RELATION (WS-POD-IDX) " "
                   WS-POD-SHARE (WS-POD-IDX) " PCT".
       0230-END.

       0210-DISPLAY-RECENT-LINE.
           DISPLAY WS-RECENT-ID (WS-RECENT-IDX) " "
                   WS-RECENT-TYPE (WS-RECENT-IDX) " "
