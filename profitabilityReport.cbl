       IDENTIFICATION DIVISION.
       PROGRAM-ID. profitabilityReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT TRANSACTIONS ASSIGN TO "transactions.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           ALTERNATE RECORD KEY IS TR-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS TRANSACTIONS-CHECK-STATUS.

       SELECT TRANS-HISTORY ASSIGN TO "transactions_history.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS HISTORY-CHECK-STATUS.

       SELECT TXN-CODES ASSIGN TO "txncodes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-CODE
           FILE STATUS IS TXN-CODES-CHECK-STATUS.

       SELECT EOD-BALANCES ASSIGN TO "eodbalances.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EOD-KEY
           FILE STATUS IS EOD-CHECK-STATUS.

       SELECT PROFIT-PARMS ASSIGN TO "profitparms.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-KEY
           FILE STATUS IS PROFIT-PARMS-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOUNTS.
       01 FD-ACC-DETAILS.
           02 FD-ID                   PIC 9(8).
           02 FD-CUST-ID              PIC 9(6).
           02 FD-FULLNAME             PIC X(13).
           02 FD-TYPE                 PIC X(10).
           02 FD-STATUS               PIC X(7).
           02 FD-CREATED-AT           PIC X(10).
           02 FD-BALANCE              PIC S9(9)V99.
           02 FD-CURRENCY              PIC X(3).
           02 FD-BRANCH                PIC X(4).

       FD  TRANSACTIONS.
       01 FD-TRANSACTION-DETAILS.
           05 TR-KEY.
               10 TR-ID              PIC 9(9).
               10 TR-ACC-ID          PIC 9(8).
           05 TR-TYPE                PIC X(6).
           05 TR-AMOUNT              PIC 9(9)V99.
           05 TR-DESC                PIC X(20).
           05 TR-DATE                PIC X(10).
           05 TR-STATUS              PIC X(8).
           05 TR-BRANCH              PIC X(4).
           05 TR-CHECK-NO            PIC 9(6).
           05 TR-SETTLED             PIC X(1).
           05 TR-TXN-CODE            PIC X(4).
           05 TR-RELATED-ID          PIC 9(9).

       FD  TRANS-HISTORY.
       01 FD-HISTORY-DETAILS.
           05 HIST-KEY.
               10 HIST-ID            PIC 9(9).
               10 HIST-ACC-ID        PIC 9(8).
           05 HIST-TYPE              PIC X(6).
           05 HIST-AMOUNT            PIC 9(9)V99.
           05 HIST-DESC              PIC X(20).
           05 HIST-DATE              PIC X(10).
           05 HIST-STATUS            PIC X(8).
           05 HIST-BRANCH            PIC X(4).
           05 HIST-CHECK-NO          PIC 9(6).
           05 HIST-SETTLED           PIC X(1).
           05 HIST-TXN-CODE          PIC X(4).
           05 HIST-RELATED-ID        PIC 9(9).

       FD  TXN-CODES.
       01  TC-DETAILS.
           05 TC-CODE             PIC X(4).
           05 TC-DESCRIPTION      PIC X(30).
           05 TC-CATEGORY         PIC X(8).
           05 TC-STATUS           PIC X(7).

       FD  EOD-BALANCES.
       01  EOD-DETAILS.
           02 EOD-KEY.
               10 EOD-DATE        PIC 9(8).
               10 EOD-ACC-ID      PIC 9(8).
           02 EOD-BALANCE         PIC S9(9)V99.
           02 EOD-STATUS          PIC X(7).
           02 EOD-CURRENCY        PIC X(3).

       FD  PROFIT-PARMS.
       01  PP-DETAILS.
           05 PP-KEY.
              10 PP-KIND             PIC X(1).
              10 PP-CODE             PIC X(10).
           05 PP-FTP-RATE            PIC V9(4).
           05 PP-FTP-DIR             PIC X(1).
           05 PP-UNIT-COST           PIC 9(3)V99.

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-FEE-INCOME-ACC      PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-SETTLEMENT-ACC      PIC 9(8).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  HISTORY-CHECK-STATUS      PIC XX.
       01  TXN-CODES-CHECK-STATUS    PIC XX.
       01  EOD-CHECK-STATUS          PIC XX.
       01  PROFIT-PARMS-CHECK-STATUS PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-FILE               PIC X VALUE "N".
           88  EOF-FILE              VALUE "Y".
           88  NOT-EOF-FILE          VALUE "N".

       01  WS-MONTH-IN               PIC X(7).
       01  WS-MONTH-NUM              PIC 9(6).
       01  WS-FIRST-NUM              PIC 9(8).
       01  WS-NEXT-FIRST-NUM         PIC 9(8).
       01  WS-MONTH-DAYS             PIC 9(3).
       01  WS-DAY-NO                 PIC 9(3).

       01  WS-INT-EXPENSE-ACC        PIC 9(8).
       01  WS-FEE-INCOME-ACC         PIC 9(8).
       01  WS-SETTLEMENT-ACC         PIC 9(8).

       01  WS-FTP-TABLE.
           05 WS-FTP-ENTRY OCCURS 100 TIMES.
              10 WS-FT-TYPE          PIC X(10).
              10 WS-FT-RATE          PIC V9(4).
              10 WS-FT-DIR           PIC X(1).
       01  WS-FTP-COUNT              PIC 9(3).
       01  WS-FTP-IDX                PIC 9(3).

       01  WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 200 TIMES.
              10 WS-CT-CODE          PIC X(4).
              10 WS-CT-COST          PIC 9(3)V99.
       01  WS-COST-COUNT             PIC 9(3).
       01  WS-COST-IDX               PIC 9(3).
       01  WS-DEFAULT-COST           PIC 9(3)V99.

       01  WS-ACCT-TABLE.
           05 WS-AC-ENTRY OCCURS 5000 TIMES.
              10 WS-AC-ID            PIC 9(8).
              10 WS-AC-CUST-ID       PIC 9(6).
              10 WS-AC-TYPE          PIC X(10).
              10 WS-AC-BRANCH        PIC X(4).
              10 WS-AC-AVG-BAL       PIC S9(11)V99.
              10 WS-AC-INT-INC       PIC S9(11)V99.
              10 WS-AC-INT-EXP       PIC S9(11)V99.
              10 WS-AC-FEES          PIC S9(11)V99.
              10 WS-AC-FTP           PIC S9(11)V99.
              10 WS-AC-ITEMS         PIC 9(7).
              10 WS-AC-COST          PIC S9(11)V99.
              10 WS-AC-NET           PIC S9(11)V99.
       01  WS-AC-COUNT               PIC 9(4).
       01  WS-AC-IDX                 PIC 9(4).
       01  WS-AC-FOUND               PIC 9(4).
       01  WS-AC-SKIPPED             PIC 9(7) VALUE ZEROES.
       01  WS-LO                     PIC 9(4).
       01  WS-HI                     PIC 9(4).
       01  WS-MID                    PIC 9(4).

       01  WS-ROLLUP-TABLE.
           05 WS-RU-ENTRY OCCURS 6000 TIMES.
              10 WS-RU-KIND          PIC X(1).
              10 WS-RU-KEY           PIC X(10).
              10 WS-RU-ACCOUNTS      PIC 9(5).
              10 WS-RU-AVG-BAL       PIC S9(13)V99.
              10 WS-RU-INT-INC       PIC S9(13)V99.
              10 WS-RU-INT-EXP       PIC S9(13)V99.
              10 WS-RU-FEES          PIC S9(13)V99.
              10 WS-RU-FTP           PIC S9(13)V99.
              10 WS-RU-COST          PIC S9(13)V99.
              10 WS-RU-NET           PIC S9(13)V99.
              10 WS-RU-PICKED        PIC X(1).
       01  WS-RU-COUNT               PIC 9(4).
       01  WS-RU-IDX                 PIC 9(4).
       01  WS-RU-FOUND               PIC 9(4).
       01  WS-RU-KIND-IN             PIC X(1).
       01  WS-RU-KEY-IN              PIC X(10).
       01  WS-RU-TITLE               PIC X(12).

       01  WS-RANK-NO                PIC 9(2).
       01  WS-RANK-BEST              PIC 9(4).
       01  WS-RANK-DIR               PIC X(1).
       01  WS-CUST-COUNT             PIC 9(5).

       01  WS-ROW-ACC-ID             PIC 9(8).
       01  WS-ROW-TYPE               PIC X(6).
       01  WS-ROW-AMOUNT             PIC 9(9)V99.
       01  WS-ROW-CODE               PIC X(4).
       01  WS-ROW-DATE               PIC X(10).
       01  WS-ROW-STATUS             PIC X(8).
       01  WS-ROW-CATEGORY           PIC X(8).

       01  WS-EOD-SUM                PIC S9(13)V99.
       01  WS-EOD-DAYS               PIC 9(3).
       01  WS-ABS-BAL                PIC S9(11)V99.

       01  WS-TOT-INT-INC            PIC S9(13)V99.
       01  WS-TOT-INT-EXP            PIC S9(13)V99.
       01  WS-TOT-FEES               PIC S9(13)V99.
       01  WS-TOT-FTP                PIC S9(13)V99.
       01  WS-TOT-COST               PIC S9(13)V99.
       01  WS-TOT-NET                PIC S9(13)V99.

       01  WS-CUST-OUT               PIC 9(6).
       01  WS-COUNT-OUT              PIC Z(4)9.
       01  WS-ITEMS-OUT              PIC Z(6)9.
       01  WS-BAL-OUT                PIC -(11)9.99.
       01  WS-INC-OUT                PIC -(9)9.99.
       01  WS-EXP-OUT                PIC -(9)9.99.
       01  WS-FEE-OUT                PIC -(9)9.99.
       01  WS-FTP-OUT                PIC -(9)9.99.
       01  WS-COST-OUT               PIC -(9)9.99.
       01  WS-NET-OUT                PIC -(11)9.99.

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
              OR WS-MONTH-IN(6:2) < "01" OR WS-MONTH-IN(6:2) > "12"
              DISPLAY "THAT IS NOT A VALID MONTH."
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0120-SET-MONTH-DAYS THRU 0120-END
           PERFORM 0130-GET-INTERNAL-ACCTS THRU 0130-END
           PERFORM 0140-LOAD-PARMS THRU 0140-END

           IF WS-FTP-COUNT = ZEROES AND WS-COST-COUNT = ZEROES
              AND WS-DEFAULT-COST = ZEROES
              DISPLAY "WARNING: THE PROFITABILITY TABLE IS EMPTY - "
                      "NO FTP OR PROCESSING COSTS WILL BE APPLIED."
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
                      ACCOUNTS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF
           OPEN INPUT EOD-BALANCES
           PERFORM 0200-LOAD-ACCOUNTS THRU 0200-END
           IF EOD-CHECK-STATUS = "00"
              CLOSE EOD-BALANCES
           END-IF
           CLOSE ACCOUNTS

           OPEN INPUT TXN-CODES
           OPEN INPUT TRANSACTIONS
           OPEN INPUT TRANS-HISTORY

           PERFORM 0300-SCAN-TRANSACTIONS THRU 0300-END

           IF TRANSACTIONS-CHECK-STATUS = "00"
              CLOSE TRANSACTIONS
           END-IF
           IF HISTORY-CHECK-STATUS = "00"
              CLOSE TRANS-HISTORY
           END-IF
           IF TXN-CODES-CHECK-STATUS = "00"
              CLOSE TXN-CODES
           END-IF

           PERFORM 0400-ROLL-UP THRU 0400-END

           PERFORM 0600-WRITE-REPORT THRU 0600-END

           GO TO 0900-END-PROGRAM.
       0100-END.

       0120-SET-MONTH-DAYS.
           MOVE WS-MONTH-IN(1:4) TO WS-MONTH-NUM(1:4)
           MOVE WS-MONTH-IN(6:2) TO WS-MONTH-NUM(5:2)
           COMPUTE WS-FIRST-NUM = WS-MONTH-NUM * 100 + 1

           IF WS-MONTH-IN(6:2) = "12"
              COMPUTE WS-NEXT-FIRST-NUM =
                      (WS-MONTH-NUM + 89) * 100 + 1
           ELSE
              COMPUTE WS-NEXT-FIRST-NUM =
                      (WS-MONTH-NUM + 1) * 100 + 1
           END-IF

           COMPUTE WS-MONTH-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-FIRST-NUM).
       0120-END.

       0130-GET-INTERNAL-ACCTS.
           MOVE ZEROES TO WS-INT-EXPENSE-ACC
           MOVE ZEROES TO WS-FEE-INCOME-ACC
           MOVE ZEROES TO WS-SETTLEMENT-ACC

           OPEN INPUT INT-ACCT
           IF INT-ACCT-CHECK-STATUS = "00"
              READ INT-ACCT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE IA-INT-EXPENSE-ACC TO WS-INT-EXPENSE-ACC
                    MOVE IA-FEE-INCOME-ACC TO WS-FEE-INCOME-ACC
                    MOVE IA-SETTLEMENT-ACC TO WS-SETTLEMENT-ACC
              END-READ
              CLOSE INT-ACCT
           END-IF.
       0130-END.

       0140-LOAD-PARMS.
           MOVE ZEROES TO WS-FTP-COUNT
           MOVE ZEROES TO WS-COST-COUNT
           MOVE ZEROES TO WS-DEFAULT-COST

           OPEN INPUT PROFIT-PARMS
           IF PROFIT-PARMS-CHECK-STATUS NOT = "00"
              GO TO 0140-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ PROFIT-PARMS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN PP-KIND = "F" AND WS-FTP-COUNT < 100
                          ADD 1 TO WS-FTP-COUNT
                          MOVE PP-CODE TO WS-FT-TYPE(WS-FTP-COUNT)
                          MOVE PP-FTP-RATE TO WS-FT-RATE(WS-FTP-COUNT)
                          MOVE PP-FTP-DIR TO WS-FT-DIR(WS-FTP-COUNT)
                       WHEN PP-KIND = "C" AND PP-CODE = "*"
                          MOVE PP-UNIT-COST TO WS-DEFAULT-COST
                       WHEN PP-KIND = "C" AND WS-COST-COUNT < 200
                          ADD 1 TO WS-COST-COUNT
                          MOVE PP-CODE TO WS-CT-CODE(WS-COST-COUNT)
                          MOVE PP-UNIT-COST
                               TO WS-CT-COST(WS-COST-COUNT)
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE PROFIT-PARMS.
       0140-END.

       0200-LOAD-ACCOUNTS.
           MOVE ZEROES TO WS-AC-COUNT
           MOVE ZEROES TO WS-AC-SKIPPED
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    PERFORM 0210-ADD-ACCOUNT THRU 0210-END
              END-READ
           END-PERFORM.
       0200-END.

       0210-ADD-ACCOUNT.
           IF FD-ID = WS-INT-EXPENSE-ACC OR FD-ID = WS-FEE-INCOME-ACC
              OR FD-ID = WS-SETTLEMENT-ACC
              GO TO 0210-END
           END-IF

           IF WS-AC-COUNT NOT < 5000
              ADD 1 TO WS-AC-SKIPPED
              GO TO 0210-END
           END-IF

           ADD 1 TO WS-AC-COUNT
           MOVE WS-AC-COUNT TO WS-AC-IDX
           MOVE FD-ID TO WS-AC-ID(WS-AC-IDX)
           MOVE FD-CUST-ID TO WS-AC-CUST-ID(WS-AC-IDX)
           MOVE FD-TYPE TO WS-AC-TYPE(WS-AC-IDX)
           MOVE FD-BRANCH TO WS-AC-BRANCH(WS-AC-IDX)
           MOVE ZEROES TO WS-AC-INT-INC(WS-AC-IDX)
           MOVE ZEROES TO WS-AC-INT-EXP(WS-AC-IDX)
           MOVE ZEROES TO WS-AC-FEES(WS-AC-IDX)
           MOVE ZEROES TO WS-AC-FTP(WS-AC-IDX)
           MOVE ZEROES TO WS-AC-ITEMS(WS-AC-IDX)
           MOVE ZEROES TO WS-AC-COST(WS-AC-IDX)
           MOVE ZEROES TO WS-AC-NET(WS-AC-IDX)

           MOVE ZEROES TO WS-EOD-SUM
           MOVE ZEROES TO WS-EOD-DAYS
           IF EOD-CHECK-STATUS = "00"
              PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                 UNTIL WS-DAY-NO > WS-MONTH-DAYS
                 COMPUTE EOD-DATE = WS-FIRST-NUM + WS-DAY-NO - 1
                 MOVE FD-ID TO EOD-ACC-ID
                 READ EOD-BALANCES KEY IS EOD-KEY
                    NOT INVALID KEY
                       ADD EOD-BALANCE TO WS-EOD-SUM
                       ADD 1 TO WS-EOD-DAYS
                 END-READ
              END-PERFORM
           END-IF

           IF WS-EOD-DAYS = ZEROES
              MOVE FD-BALANCE TO WS-AC-AVG-BAL(WS-AC-IDX)
           ELSE
              COMPUTE WS-AC-AVG-BAL(WS-AC-IDX) ROUNDED =
                      WS-EOD-SUM / WS-EOD-DAYS
           END-IF

           PERFORM VARYING WS-FTP-IDX FROM 1 BY 1
              UNTIL WS-FTP-IDX > WS-FTP-COUNT
              IF WS-FT-TYPE(WS-FTP-IDX) = FD-TYPE
                 MOVE WS-AC-AVG-BAL(WS-AC-IDX) TO WS-ABS-BAL
                 IF WS-ABS-BAL < ZEROES
                    COMPUTE WS-ABS-BAL = 0 - WS-ABS-BAL
                 END-IF
                 COMPUTE WS-AC-FTP(WS-AC-IDX) ROUNDED =
                         WS-ABS-BAL * WS-FT-RATE(WS-FTP-IDX)
                         * WS-MONTH-DAYS / 365
                 IF WS-FT-DIR(WS-FTP-IDX) NOT = "C"
                    COMPUTE WS-AC-FTP(WS-AC-IDX) =
                            0 - WS-AC-FTP(WS-AC-IDX)
                 END-IF
              END-IF
           END-PERFORM.
       0210-END.

       0300-SCAN-TRANSACTIONS.
           IF TRANSACTIONS-CHECK-STATUS = "00"
              SET NOT-EOF-FILE TO TRUE
              PERFORM UNTIL EOF-FILE
                 READ TRANSACTIONS NEXT RECORD
                    AT END
                       SET EOF-FILE TO TRUE
                    NOT AT END
                       MOVE TR-ACC-ID TO WS-ROW-ACC-ID
                       MOVE TR-TYPE TO WS-ROW-TYPE
                       MOVE TR-AMOUNT TO WS-ROW-AMOUNT
                       MOVE TR-TXN-CODE TO WS-ROW-CODE
                       MOVE TR-DATE TO WS-ROW-DATE
                       MOVE TR-STATUS TO WS-ROW-STATUS
                       PERFORM 0310-TALLY-ROW THRU 0310-END
                 END-READ
              END-PERFORM
           END-IF

           IF HISTORY-CHECK-STATUS = "00"
              SET NOT-EOF-FILE TO TRUE
              PERFORM UNTIL EOF-FILE
                 READ TRANS-HISTORY NEXT RECORD
                    AT END
                       SET EOF-FILE TO TRUE
                    NOT AT END
                       MOVE HIST-ACC-ID TO WS-ROW-ACC-ID
                       MOVE HIST-TYPE TO WS-ROW-TYPE
                       MOVE HIST-AMOUNT TO WS-ROW-AMOUNT
                       MOVE HIST-TXN-CODE TO WS-ROW-CODE
                       MOVE HIST-DATE TO WS-ROW-DATE
                       MOVE HIST-STATUS TO WS-ROW-STATUS
                       PERFORM 0310-TALLY-ROW THRU 0310-END
                 END-READ
              END-PERFORM
           END-IF.
       0300-END.

       0310-TALLY-ROW.
           IF WS-ROW-STATUS = "CANCELED" OR WS-ROW-STATUS = "PENDING"
              OR WS-ROW-STATUS = "REVIEW"
              GO TO 0310-END
           END-IF

           IF WS-ROW-DATE(1:4) NOT = WS-MONTH-IN(1:4)
              OR WS-ROW-DATE(6:2) NOT = WS-MONTH-IN(6:2)
              GO TO 0310-END
           END-IF

           PERFORM 0350-FIND-ACCOUNT THRU 0350-END
           IF WS-AC-FOUND = ZEROES
              GO TO 0310-END
           END-IF

           MOVE "MISC" TO WS-ROW-CATEGORY
           IF TXN-CODES-CHECK-STATUS = "00"
              MOVE WS-ROW-CODE TO TC-CODE
              READ TXN-CODES KEY IS TC-CODE
                 NOT INVALID KEY
                    MOVE TC-CATEGORY TO WS-ROW-CATEGORY
              END-READ
           END-IF

           EVALUATE WS-ROW-CATEGORY
              WHEN "INTEREST"
                 IF WS-ROW-TYPE = "CREDIT"
                    ADD WS-ROW-AMOUNT TO WS-AC-INT-EXP(WS-AC-FOUND)
                 ELSE
                    ADD WS-ROW-AMOUNT TO WS-AC-INT-INC(WS-AC-FOUND)
                 END-IF
              WHEN "FEE"
                 IF WS-ROW-TYPE = "CREDIT"
                    SUBTRACT WS-ROW-AMOUNT
                        FROM WS-AC-FEES(WS-AC-FOUND)
                 ELSE
                    ADD WS-ROW-AMOUNT TO WS-AC-FEES(WS-AC-FOUND)
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-AC-ITEMS(WS-AC-FOUND)
                 MOVE ZEROES TO WS-COST-IDX
                 PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                    UNTIL WS-COST-IDX > WS-COST-COUNT
                    OR WS-CT-CODE(WS-COST-IDX) = WS-ROW-CODE
                    CONTINUE
                 END-PERFORM
                 IF WS-COST-IDX > WS-COST-COUNT
                    ADD WS-DEFAULT-COST TO WS-AC-COST(WS-AC-FOUND)
                 ELSE
                    ADD WS-CT-COST(WS-COST-IDX)
                        TO WS-AC-COST(WS-AC-FOUND)
                 END-IF
           END-EVALUATE.
       0310-END.

       0350-FIND-ACCOUNT.
           MOVE ZEROES TO WS-AC-FOUND
           MOVE 1 TO WS-LO
           MOVE WS-AC-COUNT TO WS-HI

           PERFORM UNTIL WS-LO > WS-HI OR WS-AC-FOUND > ZEROES
              COMPUTE WS-MID = (WS-LO + WS-HI) / 2
              EVALUATE TRUE
                 WHEN WS-AC-ID(WS-MID) = WS-ROW-ACC-ID
                    MOVE WS-MID TO WS-AC-FOUND
                 WHEN WS-AC-ID(WS-MID) < WS-ROW-ACC-ID
                    COMPUTE WS-LO = WS-MID + 1
                 WHEN WS-MID = 1
                    MOVE 2 TO WS-LO
                    MOVE 1 TO WS-HI
                 WHEN OTHER
                    COMPUTE WS-HI = WS-MID - 1
              END-EVALUATE
           END-PERFORM.
       0350-END.

       0400-ROLL-UP.
           MOVE ZEROES TO WS-RU-COUNT
           MOVE ZEROES TO WS-CUST-COUNT
           MOVE ZEROES TO WS-TOT-INT-INC
           MOVE ZEROES TO WS-TOT-INT-EXP
           MOVE ZEROES TO WS-TOT-FEES
           MOVE ZEROES TO WS-TOT-FTP
           MOVE ZEROES TO WS-TOT-COST
           MOVE ZEROES TO WS-TOT-NET

           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
              UNTIL WS-AC-IDX > WS-AC-COUNT
              COMPUTE WS-AC-NET(WS-AC-IDX) =
                      WS-AC-INT-INC(WS-AC-IDX)
                    - WS-AC-INT-EXP(WS-AC-IDX)
                    + WS-AC-FEES(WS-AC-IDX)
                    + WS-AC-FTP(WS-AC-IDX)
                    - WS-AC-COST(WS-AC-IDX)

              ADD WS-AC-INT-INC(WS-AC-IDX) TO WS-TOT-INT-INC
              ADD WS-AC-INT-EXP(WS-AC-IDX) TO WS-TOT-INT-EXP
              ADD WS-AC-FEES(WS-AC-IDX) TO WS-TOT-FEES
              ADD WS-AC-FTP(WS-AC-IDX) TO WS-TOT-FTP
              ADD WS-AC-COST(WS-AC-IDX) TO WS-TOT-COST
              ADD WS-AC-NET(WS-AC-IDX) TO WS-TOT-NET

              MOVE "T" TO WS-RU-KIND-IN
              MOVE WS-AC-TYPE(WS-AC-IDX) TO WS-RU-KEY-IN
              PERFORM 0410-ADD-TO-ROLLUP THRU 0410-END
              MOVE "B" TO WS-RU-KIND-IN
              MOVE WS-AC-BRANCH(WS-AC-IDX) TO WS-RU-KEY-IN
              PERFORM 0410-ADD-TO-ROLLUP THRU 0410-END
              MOVE "C" TO WS-RU-KIND-IN
              MOVE SPACES TO WS-RU-KEY-IN
              MOVE WS-AC-CUST-ID(WS-AC-IDX) TO WS-CUST-OUT
              MOVE WS-CUST-OUT TO WS-RU-KEY-IN
              PERFORM 0410-ADD-TO-ROLLUP THRU 0410-END
           END-PERFORM.
       0400-END.

       0410-ADD-TO-ROLLUP.
           MOVE ZEROES TO WS-RU-FOUND
           PERFORM VARYING WS-RU-IDX FROM 1 BY 1
              UNTIL WS-RU-IDX > WS-RU-COUNT OR WS-RU-FOUND > ZEROES
              IF WS-RU-KIND(WS-RU-IDX) = WS-RU-KIND-IN
                 AND WS-RU-KEY(WS-RU-IDX) = WS-RU-KEY-IN
                 MOVE WS-RU-IDX TO WS-RU-FOUND
              END-IF
           END-PERFORM

           IF WS-RU-FOUND = ZEROES
              IF WS-RU-COUNT NOT < 6000
                 GO TO 0410-END
              END-IF
              ADD 1 TO WS-RU-COUNT
              MOVE WS-RU-COUNT TO WS-RU-FOUND
              MOVE WS-RU-KIND-IN TO WS-RU-KIND(WS-RU-FOUND)
              MOVE WS-RU-KEY-IN TO WS-RU-KEY(WS-RU-FOUND)
              MOVE ZEROES TO WS-RU-ACCOUNTS(WS-RU-FOUND)
              MOVE ZEROES TO WS-RU-AVG-BAL(WS-RU-FOUND)
              MOVE ZEROES TO WS-RU-INT-INC(WS-RU-FOUND)
              MOVE ZEROES TO WS-RU-INT-EXP(WS-RU-FOUND)
              MOVE ZEROES TO WS-RU-FEES(WS-RU-FOUND)
              MOVE ZEROES TO WS-RU-FTP(WS-RU-FOUND)
              MOVE ZEROES TO WS-RU-COST(WS-RU-FOUND)
              MOVE ZEROES TO WS-RU-NET(WS-RU-FOUND)
              MOVE "N" TO WS-RU-PICKED(WS-RU-FOUND)
              IF WS-RU-KIND-IN = "C"
                 ADD 1 TO WS-CUST-COUNT
              END-IF
           END-IF

           ADD 1 TO WS-RU-ACCOUNTS(WS-RU-FOUND)
           ADD WS-AC-AVG-BAL(WS-AC-IDX) TO WS-RU-AVG-BAL(WS-RU-FOUND)
           ADD WS-AC-INT-INC(WS-AC-IDX) TO WS-RU-INT-INC(WS-RU-FOUND)
           ADD WS-AC-INT-EXP(WS-AC-IDX) TO WS-RU-INT-EXP(WS-RU-FOUND)
           ADD WS-AC-FEES(WS-AC-IDX) TO WS-RU-FEES(WS-RU-FOUND)
           ADD WS-AC-FTP(WS-AC-IDX) TO WS-RU-FTP(WS-RU-FOUND)
           ADD WS-AC-COST(WS-AC-IDX) TO WS-RU-COST(WS-RU-FOUND)
           ADD WS-AC-NET(WS-AC-IDX) TO WS-RU-NET(WS-RU-FOUND).
       0410-END.

       0600-WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-NAME
           STRING "profitability_" WS-MONTH-NUM ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0600-END
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "PRODUCT AND ACCOUNT PROFITABILITY FOR "
                  WS-MONTH-IN " (" WS-MONTH-DAYS " DAYS)"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "NET = INTEREST EARNED - INTEREST PAID + FEES "
                  "+ FTP CREDIT/CHARGE - PROCESSING COST"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT  TYPE       BRCH CUST      AVG BALANCE"
                  "   INT EARNED     INT PAID         FEES"
                  "          FTP  ITEMS         COST"
                  "          NET"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
              UNTIL WS-AC-IDX > WS-AC-COUNT
              PERFORM 0610-WRITE-ACCOUNT THRU 0610-END
           END-PERFORM

           MOVE WS-TOT-INT-INC TO WS-INC-OUT
           MOVE WS-TOT-INT-EXP TO WS-EXP-OUT
           MOVE WS-TOT-FEES TO WS-FEE-OUT
           MOVE WS-TOT-FTP TO WS-FTP-OUT
           MOVE WS-TOT-COST TO WS-COST-OUT
           MOVE WS-TOT-NET TO WS-NET-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL                                       "
                  WS-INC-OUT " " WS-EXP-OUT " " WS-FEE-OUT " "
                  WS-FTP-OUT "        " WS-COST-OUT " " WS-NET-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "T" TO WS-RU-KIND-IN
           MOVE "ACCOUNT TYPE" TO WS-RU-TITLE
           PERFORM 0620-WRITE-ROLLUP THRU 0620-END

           MOVE "B" TO WS-RU-KIND-IN
           MOVE "BRANCH" TO WS-RU-TITLE
           PERFORM 0620-WRITE-ROLLUP THRU 0620-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MOST PROFITABLE RELATIONSHIPS (BY CUSTOMER):"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "H" TO WS-RANK-DIR
           PERFORM 0650-RANK-CUSTOMERS THRU 0650-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LEAST PROFITABLE RELATIONSHIPS (BY CUSTOMER):"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "L" TO WS-RANK-DIR
           PERFORM 0650-RANK-CUSTOMERS THRU 0650-END

           IF WS-AC-SKIPPED > ZEROES
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "*** " WS-AC-SKIPPED " ACCOUNTS WERE NOT "
                     "INCLUDED - WORK TABLE FULL ***"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-IF

           CLOSE REPORT-OUT

           DISPLAY "PROFITABILITY REPORT WRITTEN TO " WS-REPORT-NAME
           DISPLAY "ACCOUNTS " WS-AC-COUNT " CUSTOMERS " WS-CUST-COUNT
                   " NET " WS-NET-OUT

           MOVE "PROFITABILITY" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-MONTH-IN TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS.
       0600-END.

       0610-WRITE-ACCOUNT.
           MOVE WS-AC-AVG-BAL(WS-AC-IDX) TO WS-BAL-OUT
           MOVE WS-AC-INT-INC(WS-AC-IDX) TO WS-INC-OUT
           MOVE WS-AC-INT-EXP(WS-AC-IDX) TO WS-EXP-OUT
           MOVE WS-AC-FEES(WS-AC-IDX) TO WS-FEE-OUT
           MOVE WS-AC-FTP(WS-AC-IDX) TO WS-FTP-OUT
           MOVE WS-AC-ITEMS(WS-AC-IDX) TO WS-ITEMS-OUT
           MOVE WS-AC-COST(WS-AC-IDX) TO WS-COST-OUT
           MOVE WS-AC-NET(WS-AC-IDX) TO WS-NET-OUT

           MOVE SPACES TO REPORT-LINE
           STRING WS-AC-ID(WS-AC-IDX) " " WS-AC-TYPE(WS-AC-IDX) " "
                  WS-AC-BRANCH(WS-AC-IDX) " "
                  WS-AC-CUST-ID(WS-AC-IDX) WS-BAL-OUT " "
                  WS-INC-OUT " " WS-EXP-OUT " " WS-FEE-OUT " "
                  WS-FTP-OUT WS-ITEMS-OUT " " WS-COST-OUT " "
                  WS-NET-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0610-END.

       0620-WRITE-ROLLUP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BY " WS-RU-TITLE
                  "  ACCTS      AVG BALANCE   INT EARNED     INT PAID"
                  "         FEES          FTP         COST"
                  "          NET"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-RU-IDX FROM 1 BY 1
              UNTIL WS-RU-IDX > WS-RU-COUNT
              IF WS-RU-KIND(WS-RU-IDX) = WS-RU-KIND-IN
                 PERFORM 0630-WRITE-ROLLUP-LINE THRU 0630-END
              END-IF
           END-PERFORM.
       0620-END.

       0630-WRITE-ROLLUP-LINE.
           MOVE WS-RU-ACCOUNTS(WS-RU-IDX) TO WS-COUNT-OUT
           MOVE WS-RU-AVG-BAL(WS-RU-IDX) TO WS-BAL-OUT
           MOVE WS-RU-INT-INC(WS-RU-IDX) TO WS-INC-OUT
           MOVE WS-RU-INT-EXP(WS-RU-IDX) TO WS-EXP-OUT
           MOVE WS-RU-FEES(WS-RU-IDX) TO WS-FEE-OUT
           MOVE WS-RU-FTP(WS-RU-IDX) TO WS-FTP-OUT
           MOVE WS-RU-COST(WS-RU-IDX) TO WS-COST-OUT
           MOVE WS-RU-NET(WS-RU-IDX) TO WS-NET-OUT

           MOVE SPACES TO REPORT-LINE
           STRING "   " WS-RU-KEY(WS-RU-IDX) "  " WS-COUNT-OUT
                  WS-BAL-OUT " " WS-INC-OUT " " WS-EXP-OUT " "
                  WS-FEE-OUT " " WS-FTP-OUT " " WS-COST-OUT " "
                  WS-NET-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0630-END.

       0650-RANK-CUSTOMERS.
           PERFORM VARYING WS-RU-IDX FROM 1 BY 1
              UNTIL WS-RU-IDX > WS-RU-COUNT
              MOVE "N" TO WS-RU-PICKED(WS-RU-IDX)
           END-PERFORM

           PERFORM VARYING WS-RANK-NO FROM 1 BY 1
              UNTIL WS-RANK-NO > 10 OR WS-RANK-NO > WS-CUST-COUNT
              MOVE ZEROES TO WS-RANK-BEST
              PERFORM VARYING WS-RU-IDX FROM 1 BY 1
                 UNTIL WS-RU-IDX > WS-RU-COUNT
                 IF WS-RU-KIND(WS-RU-IDX) = "C"
                    AND WS-RU-PICKED(WS-RU-IDX) = "N"
                    PERFORM 0660-COMPARE-CUSTOMER THRU 0660-END
                 END-IF
              END-PERFORM
              IF WS-RANK-BEST > ZEROES
                 MOVE "Y" TO WS-RU-PICKED(WS-RANK-BEST)
                 MOVE WS-RANK-BEST TO WS-RU-IDX
                 PERFORM 0630-WRITE-ROLLUP-LINE THRU 0630-END
              END-IF
           END-PERFORM.
       0650-END.

       0660-COMPARE-CUSTOMER.
           IF WS-RANK-BEST = ZEROES
              MOVE WS-RU-IDX TO WS-RANK-BEST
              GO TO 0660-END
           END-IF

           IF WS-RANK-DIR = "H"
              IF WS-RU-NET(WS-RU-IDX) > WS-RU-NET(WS-RANK-BEST)
                 MOVE WS-RU-IDX TO WS-RANK-BEST
              END-IF
           ELSE
              IF WS-RU-NET(WS-RU-IDX) < WS-RU-NET(WS-RANK-BEST)
                 MOVE WS-RU-IDX TO WS-RANK-BEST
              END-IF
           END-IF.
       0660-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
