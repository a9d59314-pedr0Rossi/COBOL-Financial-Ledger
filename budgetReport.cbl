       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgetReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BRANCHES ASSIGN TO "branches.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-CODE
           FILE STATUS IS BRANCHES-CHECK-STATUS.

       SELECT BUDGETS ASSIGN TO "budget.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BG-KEY
           FILE STATUS IS BUDGETS-CHECK-STATUS.

       SELECT BUDGET-CONFIG ASSIGN TO "budget.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUDGET-CONFIG-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT LOANS ASSIGN TO "loans.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ACC-ID
           FILE STATUS IS LOANS-CHECK-STATUS.

       SELECT LOAN-SCHEDULE ASSIGN TO "loanschedule.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LSC-KEY
           FILE STATUS IS LOAN-SCHED-CHECK-STATUS.

       SELECT EOD-BALANCES ASSIGN TO "eodbalances.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EOD-KEY
           FILE STATUS IS EOD-CHECK-STATUS.

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

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BRANCHES.
       01  BR-DETAILS.
           02 BR-CODE              PIC X(4).
           02 BR-NAME              PIC X(20).
           02 BR-ADDRESS           PIC X(30).
           02 BR-STATUS            PIC X(7).

       FD  BUDGETS.
       01  BG-DETAILS.
           02 BG-KEY.
              05 BG-BRANCH         PIC X(4).
              05 BG-YEAR           PIC 9(4).
              05 BG-MONTH          PIC 9(2).
              05 BG-LINE           PIC X(8).
           02 BG-AMOUNT            PIC 9(11)V99.
           02 BG-UPDATED-BY        PIC X(8).
           02 BG-UPDATED-AT        PIC X(10).

       FD  BUDGET-CONFIG.
       01  BUDGET-CONFIG-LINE.
           05 BC-VARIANCE-PCT      PIC 9(3).

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

       FD  LOANS.
       01  LN-DETAILS.
           05 LN-ACC-ID           PIC 9(8).
           05 LN-PRINCIPAL        PIC 9(9)V99.
           05 LN-ANNUAL-RATE      PIC V9(4).
           05 LN-TERM-MONTHS      PIC 9(3).
           05 LN-PAYMENT-AMOUNT   PIC 9(7)V99.
           05 LN-OPENED           PIC X(10).
           05 LN-PAID-COUNT       PIC 9(3).
           05 LN-STATUS           PIC X(8).

       FD  LOAN-SCHEDULE.
       01  LSC-DETAILS.
           05 LSC-KEY.
               10 LSC-ACC-ID      PIC 9(8).
               10 LSC-INSTALL-NO  PIC 9(3).
           05 LSC-DUE-DATE        PIC X(10).
           05 LSC-PAYMENT         PIC 9(7)V99.
           05 LSC-PRINCIPAL       PIC 9(7)V99.
           05 LSC-INTEREST        PIC 9(7)V99.
           05 LSC-BALANCE-AFTER   PIC 9(9)V99.
           05 LSC-STATUS          PIC X(8).

       FD  EOD-BALANCES.
       01  EOD-DETAILS.
           02 EOD-KEY.
               10 EOD-DATE        PIC 9(8).
               10 EOD-ACC-ID      PIC 9(8).
           02 EOD-BALANCE         PIC S9(9)V99.
           02 EOD-STATUS          PIC X(7).
           02 EOD-CURRENCY        PIC X(3).

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

       01  BRANCHES-CHECK-STATUS     PIC XX.
       01  BUDGETS-CHECK-STATUS      PIC XX.
       01  BUDGET-CONFIG-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  LOANS-CHECK-STATUS        PIC XX.
       01  LOAN-SCHED-CHECK-STATUS   PIC XX.
       01  EOD-CHECK-STATUS          PIC XX.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  HISTORY-CHECK-STATUS      PIC XX.
       01  TXN-CODES-CHECK-STATUS    PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-FILE               PIC X VALUE "N".
           88  EOF-FILE              VALUE "Y".
           88  NOT-EOF-FILE          VALUE "N".

       01  WS-MONTH-IN               PIC X(7).
       01  WS-MONTH-NUM              PIC 9(6).
       01  WS-REP-YEAR               PIC 9(4).
       01  WS-REP-MONTH              PIC 9(2).
       01  WS-VARIANCE-PCT           PIC 9(3) VALUE 10.

       01  WS-MONTH-END-TABLE.
           05 WS-ME-ENTRY OCCURS 12 TIMES.
              10 WS-ME-FIRST-NUM     PIC 9(8).
              10 WS-ME-LAST-NUM      PIC 9(8).
              10 WS-ME-LAST-DATE     PIC X(10).
              10 WS-ME-DAYS          PIC 9(2).
       01  WS-MX                     PIC 9(2).
       01  WS-NEXT-FIRST-NUM         PIC 9(8).
       01  WS-DAY-NO                 PIC 9(2).
       01  WS-EOD-FOUND              PIC X(1).

       01  WS-INT-EXPENSE-ACC        PIC 9(8).
       01  WS-FEE-INCOME-ACC         PIC 9(8).
       01  WS-SETTLEMENT-ACC         PIC 9(8).
       01  WS-SCAN-ACC               PIC 9(8).

       01  WS-LINE-NAMES.
           05 FILLER                 PIC X(8) VALUE "DEPOSITS".
           05 FILLER                 PIC X(8) VALUE "LOANS".
           05 FILLER                 PIC X(8) VALUE "FEEINC".
           05 FILLER                 PIC X(8) VALUE "INTEXP".
       01  WS-LINE-TABLE REDEFINES WS-LINE-NAMES.
           05 WS-LINE-NAME           PIC X(8) OCCURS 4 TIMES.
       01  WS-LX                     PIC 9(1).
       01  WS-LINE-FOUND             PIC 9(1).

       01  WS-BRANCH-TABLE.
           05 WS-BT-ENTRY OCCURS 200 TIMES.
              10 WS-BT-CODE          PIC X(4).
              10 WS-BT-LINE OCCURS 4 TIMES.
                 15 WS-BT-MONTH OCCURS 12 TIMES.
                    20 WS-BT-ACTUAL  PIC S9(13)V99.
                    20 WS-BT-BUDGET  PIC S9(13)V99.
       01  WS-BT-COUNT               PIC 9(3).
       01  WS-BX                     PIC 9(3).
       01  WS-BT-FOUND               PIC 9(3).
       01  WS-BRANCH-IN              PIC X(4).
       01  WS-BT-SKIPPED             PIC 9(5) VALUE ZEROES.

       01  WS-LOAN-OUT-TABLE.
           05 WS-LOAN-OUT            PIC 9(9)V99 OCCURS 12 TIMES.

       01  WS-ROW-TYPE               PIC X(6).
       01  WS-ROW-AMOUNT             PIC 9(9)V99.
       01  WS-ROW-BRANCH             PIC X(4).
       01  WS-ROW-CODE               PIC X(4).
       01  WS-ROW-DATE               PIC X(10).
       01  WS-ROW-STATUS             PIC X(8).
       01  WS-ROW-CATEGORY           PIC X(8).
       01  WS-ROW-MONTH              PIC 9(2).

       01  WS-M-ACTUAL               PIC S9(13)V99.
       01  WS-M-BUDGET               PIC S9(13)V99.
       01  WS-M-VAR                  PIC S9(13)V99.
       01  WS-M-PCT                  PIC S9(7)V9.
       01  WS-Y-ACTUAL               PIC S9(13)V99.
       01  WS-Y-BUDGET               PIC S9(13)V99.
       01  WS-Y-VAR                  PIC S9(13)V99.
       01  WS-Y-PCT                  PIC S9(7)V9.
       01  WS-ABS-PCT                PIC S9(7)V9.
       01  WS-FLAG                   PIC X(6).
       01  WS-FLAG-COUNT             PIC 9(5).
       01  WS-LINE-COUNT             PIC 9(5).

       01  WS-TOTAL-TABLE.
           05 WS-TT-LINE OCCURS 4 TIMES.
              10 WS-TT-MONTH OCCURS 12 TIMES.
                 15 WS-TT-ACTUAL     PIC S9(13)V99.
                 15 WS-TT-BUDGET     PIC S9(13)V99.
       01  WS-PRINT-CODE             PIC X(4).

       01  WS-AMT1-OUT               PIC -(11)9.99.
       01  WS-AMT2-OUT               PIC -(11)9.99.
       01  WS-AMT3-OUT               PIC -(11)9.99.
       01  WS-AMT4-OUT               PIC -(11)9.99.
       01  WS-AMT5-OUT               PIC -(11)9.99.
       01  WS-AMT6-OUT               PIC -(11)9.99.
       01  WS-PCT1-OUT               PIC -(4)9.9.
       01  WS-PCT2-OUT               PIC -(4)9.9.
       01  WS-PCT1-TEXT              PIC X(7).
       01  WS-PCT2-TEXT              PIC X(7).

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

           MOVE WS-MONTH-IN(1:4) TO WS-REP-YEAR
           MOVE WS-MONTH-IN(6:2) TO WS-REP-MONTH
           MOVE WS-MONTH-IN(1:4) TO WS-MONTH-NUM(1:4)
           MOVE WS-MONTH-IN(6:2) TO WS-MONTH-NUM(5:2)

           INITIALIZE WS-BRANCH-TABLE
           INITIALIZE WS-TOTAL-TABLE
           MOVE ZEROES TO WS-BT-COUNT
           MOVE ZEROES TO WS-BT-SKIPPED

           PERFORM 0110-READ-CONFIG THRU 0110-END
           PERFORM 0120-SET-MONTH-ENDS THRU 0120-END
           PERFORM 0130-GET-INTERNAL-ACCTS THRU 0130-END
           PERFORM 0150-LOAD-BRANCHES THRU 0150-END
           PERFORM 0200-LOAD-BUDGETS THRU 0200-END
           PERFORM 0300-BALANCE-ACTUALS THRU 0300-END
           PERFORM 0400-INCOME-ACTUALS THRU 0400-END
           PERFORM 0600-WRITE-REPORT THRU 0600-END

           GO TO 0900-END-PROGRAM.
       0100-END.

       0110-READ-CONFIG.
           MOVE 10 TO WS-VARIANCE-PCT
           OPEN INPUT BUDGET-CONFIG
           IF BUDGET-CONFIG-CHECK-STATUS NOT = "00"
              GO TO 0110-END
           END-IF

           READ BUDGET-CONFIG
              AT END
                 CONTINUE
              NOT AT END
                 IF BC-VARIANCE-PCT NUMERIC
                    AND BC-VARIANCE-PCT > ZEROES
                    MOVE BC-VARIANCE-PCT TO WS-VARIANCE-PCT
                 END-IF
           END-READ
           CLOSE BUDGET-CONFIG.
       0110-END.

       0120-SET-MONTH-ENDS.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
              COMPUTE WS-ME-FIRST-NUM(WS-MX) =
                      WS-REP-YEAR * 10000 + WS-MX * 100 + 1
              IF WS-MX = 12
                 COMPUTE WS-NEXT-FIRST-NUM =
                         (WS-REP-YEAR + 1) * 10000 + 101
              ELSE
                 COMPUTE WS-NEXT-FIRST-NUM =
                         WS-ME-FIRST-NUM(WS-MX) + 100
              END-IF
              COMPUTE WS-ME-DAYS(WS-MX) =
                      FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST-NUM)
                    - FUNCTION INTEGER-OF-DATE (WS-ME-FIRST-NUM(WS-MX))
              COMPUTE WS-ME-LAST-NUM(WS-MX) =
                      WS-ME-FIRST-NUM(WS-MX) + WS-ME-DAYS(WS-MX) - 1
              MOVE SPACES TO WS-ME-LAST-DATE(WS-MX)
              STRING WS-ME-LAST-NUM(WS-MX)(1:4) "-"
                     WS-ME-LAST-NUM(WS-MX)(5:2) "-"
                     WS-ME-LAST-NUM(WS-MX)(7:2)
                 DELIMITED BY SIZE INTO WS-ME-LAST-DATE(WS-MX)
           END-PERFORM.
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

       0150-LOAD-BRANCHES.
           OPEN INPUT BRANCHES
           IF BRANCHES-CHECK-STATUS NOT = "00"
              GO TO 0150-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ BRANCHES NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    MOVE BR-CODE TO WS-BRANCH-IN
                    PERFORM 0160-FIND-BRANCH THRU 0160-END
              END-READ
           END-PERFORM

           CLOSE BRANCHES.
       0150-END.

       0160-FIND-BRANCH.
           MOVE ZEROES TO WS-BT-FOUND
           PERFORM VARYING WS-BX FROM 1 BY 1
              UNTIL WS-BX > WS-BT-COUNT OR WS-BT-FOUND > ZEROES
              IF WS-BT-CODE(WS-BX) = WS-BRANCH-IN
                 MOVE WS-BX TO WS-BT-FOUND
              END-IF
           END-PERFORM

           IF WS-BT-FOUND > ZEROES
              GO TO 0160-END
           END-IF

           IF WS-BT-COUNT NOT < 200
              ADD 1 TO WS-BT-SKIPPED
              GO TO 0160-END
           END-IF

           ADD 1 TO WS-BT-COUNT
           MOVE WS-BT-COUNT TO WS-BT-FOUND
           MOVE WS-BRANCH-IN TO WS-BT-CODE(WS-BT-FOUND).
       0160-END.

       0170-FIND-LINE.
           MOVE ZEROES TO WS-LINE-FOUND
           PERFORM VARYING WS-LX FROM 1 BY 1
              UNTIL WS-LX > 4 OR WS-LINE-FOUND > ZEROES
              IF WS-LINE-NAME(WS-LX) = BG-LINE
                 MOVE WS-LX TO WS-LINE-FOUND
              END-IF
           END-PERFORM.
       0170-END.

       0200-LOAD-BUDGETS.
           OPEN INPUT BUDGETS
           IF BUDGETS-CHECK-STATUS NOT = "00"
              DISPLAY "WARNING: NO BUDGET FILE FOUND - ACTUALS ONLY."
              GO TO 0200-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ BUDGETS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF BG-YEAR = WS-REP-YEAR
                       AND BG-MONTH > ZEROES
                       AND BG-MONTH NOT > WS-REP-MONTH
                       PERFORM 0170-FIND-LINE THRU 0170-END
                       MOVE BG-BRANCH TO WS-BRANCH-IN
                       PERFORM 0160-FIND-BRANCH THRU 0160-END
                       IF WS-LINE-FOUND > ZEROES
                          AND WS-BT-FOUND > ZEROES
                          ADD BG-AMOUNT TO WS-BT-BUDGET(WS-BT-FOUND,
                              WS-LINE-FOUND, BG-MONTH)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE BUDGETS.
       0200-END.

       0300-BALANCE-ACTUALS.
           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
                      ACCOUNTS-CHECK-STATUS
              GO TO 0300-END
           END-IF
           OPEN INPUT LOANS
           OPEN INPUT LOAN-SCHEDULE
           OPEN INPUT EOD-BALANCES

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    PERFORM 0310-ONE-ACCOUNT THRU 0310-END
              END-READ
           END-PERFORM

           IF LOANS-CHECK-STATUS = "00"
              CLOSE LOANS
           END-IF
           IF LOAN-SCHED-CHECK-STATUS = "00"
              CLOSE LOAN-SCHEDULE
           END-IF
           IF EOD-CHECK-STATUS = "00"
              CLOSE EOD-BALANCES
           END-IF
           CLOSE ACCOUNTS.
       0300-END.

       0310-ONE-ACCOUNT.
           IF FD-ID = WS-INT-EXPENSE-ACC OR FD-ID = WS-FEE-INCOME-ACC
              OR FD-ID = WS-SETTLEMENT-ACC
              GO TO 0310-END
           END-IF

           MOVE FD-BRANCH TO WS-BRANCH-IN
           PERFORM 0160-FIND-BRANCH THRU 0160-END
           IF WS-BT-FOUND = ZEROES
              GO TO 0310-END
           END-IF

           IF LOANS-CHECK-STATUS = "00"
              MOVE FD-ID TO LN-ACC-ID
              READ LOANS KEY IS LN-ACC-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LN-STATUS = "ACTIVE"
                       PERFORM 0330-LOAN-OUTSTANDING THRU 0330-END
                    END-IF
                    GO TO 0310-END
              END-READ
           END-IF

           IF EOD-CHECK-STATUS NOT = "00"
              GO TO 0310-END
           END-IF

           PERFORM VARYING WS-MX FROM 1 BY 1
              UNTIL WS-MX > WS-REP-MONTH
              MOVE "N" TO WS-EOD-FOUND
              PERFORM VARYING WS-DAY-NO FROM WS-ME-DAYS(WS-MX) BY -1
                 UNTIL WS-DAY-NO < 1 OR WS-EOD-FOUND = "Y"
                 COMPUTE EOD-DATE =
                         WS-ME-FIRST-NUM(WS-MX) + WS-DAY-NO - 1
                 MOVE FD-ID TO EOD-ACC-ID
                 READ EOD-BALANCES KEY IS EOD-KEY
                    NOT INVALID KEY
                       MOVE "Y" TO WS-EOD-FOUND
                       IF EOD-BALANCE > ZEROES
                          ADD EOD-BALANCE TO
                              WS-BT-ACTUAL(WS-BT-FOUND, 1, WS-MX)
                       END-IF
                 END-READ
              END-PERFORM
           END-PERFORM.
       0310-END.

       0330-LOAN-OUTSTANDING.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
              IF LN-OPENED NOT > WS-ME-LAST-DATE(WS-MX)
                 MOVE LN-PRINCIPAL TO WS-LOAN-OUT(WS-MX)
              ELSE
                 MOVE ZEROES TO WS-LOAN-OUT(WS-MX)
              END-IF
           END-PERFORM

           IF LOAN-SCHED-CHECK-STATUS = "00"
              MOVE LN-ACC-ID TO LSC-ACC-ID
              MOVE ZEROES TO LSC-INSTALL-NO
              START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
                 INVALID KEY
                    MOVE HIGH-VALUES TO LSC-KEY
              END-START
              PERFORM UNTIL LSC-KEY = HIGH-VALUES
                 READ LOAN-SCHEDULE NEXT RECORD
                    AT END
                       MOVE HIGH-VALUES TO LSC-KEY
                    NOT AT END
                       IF LSC-ACC-ID NOT = LN-ACC-ID
                          MOVE HIGH-VALUES TO LSC-KEY
                       ELSE
                          PERFORM 0340-APPLY-INSTALLMENT
                             THRU 0340-END
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           PERFORM VARYING WS-MX FROM 1 BY 1
              UNTIL WS-MX > WS-REP-MONTH
              ADD WS-LOAN-OUT(WS-MX)
                  TO WS-BT-ACTUAL(WS-BT-FOUND, 2, WS-MX)
           END-PERFORM.
       0330-END.

       0340-APPLY-INSTALLMENT.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
              IF LSC-DUE-DATE NOT > WS-ME-LAST-DATE(WS-MX)
                 AND LN-OPENED NOT > WS-ME-LAST-DATE(WS-MX)
                 MOVE LSC-BALANCE-AFTER TO WS-LOAN-OUT(WS-MX)
              END-IF
           END-PERFORM.
       0340-END.

       0400-INCOME-ACTUALS.
           OPEN INPUT TRANSACTIONS
           OPEN INPUT TRANS-HISTORY
           OPEN INPUT TXN-CODES

           MOVE WS-INT-EXPENSE-ACC TO WS-SCAN-ACC
           PERFORM 0410-SCAN-ONE-ACCOUNT THRU 0410-END
           MOVE WS-FEE-INCOME-ACC TO WS-SCAN-ACC
           PERFORM 0410-SCAN-ONE-ACCOUNT THRU 0410-END
           MOVE WS-SETTLEMENT-ACC TO WS-SCAN-ACC
           PERFORM 0410-SCAN-ONE-ACCOUNT THRU 0410-END

           IF TRANSACTIONS-CHECK-STATUS = "00"
              CLOSE TRANSACTIONS
           END-IF
           IF HISTORY-CHECK-STATUS = "00"
              CLOSE TRANS-HISTORY
           END-IF
           IF TXN-CODES-CHECK-STATUS = "00"
              CLOSE TXN-CODES
           END-IF.
       0400-END.

       0410-SCAN-ONE-ACCOUNT.
           IF WS-SCAN-ACC = ZEROES
              GO TO 0410-END
           END-IF

           IF TRANSACTIONS-CHECK-STATUS = "00"
              MOVE WS-SCAN-ACC TO TR-ACC-ID
              SET NOT-EOF-FILE TO TRUE
              START TRANSACTIONS KEY IS = TR-ACC-ID
                 INVALID KEY
                    SET EOF-FILE TO TRUE
              END-START
              PERFORM UNTIL EOF-FILE
                 READ TRANSACTIONS NEXT RECORD
                    AT END
                       SET EOF-FILE TO TRUE
                    NOT AT END
                       IF TR-ACC-ID NOT = WS-SCAN-ACC
                          SET EOF-FILE TO TRUE
                       ELSE
                          MOVE TR-TYPE TO WS-ROW-TYPE
                          MOVE TR-AMOUNT TO WS-ROW-AMOUNT
                          MOVE TR-BRANCH TO WS-ROW-BRANCH
                          MOVE TR-TXN-CODE TO WS-ROW-CODE
                          MOVE TR-DATE TO WS-ROW-DATE
                          MOVE TR-STATUS TO WS-ROW-STATUS
                          PERFORM 0420-TALLY-ROW THRU 0420-END
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF HISTORY-CHECK-STATUS = "00"
              MOVE WS-SCAN-ACC TO HIST-ACC-ID
              SET NOT-EOF-FILE TO TRUE
              START TRANS-HISTORY KEY IS = HIST-ACC-ID
                 INVALID KEY
                    SET EOF-FILE TO TRUE
              END-START
              PERFORM UNTIL EOF-FILE
                 READ TRANS-HISTORY NEXT RECORD
                    AT END
                       SET EOF-FILE TO TRUE
                    NOT AT END
                       IF HIST-ACC-ID NOT = WS-SCAN-ACC
                          SET EOF-FILE TO TRUE
                       ELSE
                          MOVE HIST-TYPE TO WS-ROW-TYPE
                          MOVE HIST-AMOUNT TO WS-ROW-AMOUNT
                          MOVE HIST-BRANCH TO WS-ROW-BRANCH
                          MOVE HIST-TXN-CODE TO WS-ROW-CODE
                          MOVE HIST-DATE TO WS-ROW-DATE
                          MOVE HIST-STATUS TO WS-ROW-STATUS
                          PERFORM 0420-TALLY-ROW THRU 0420-END
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
       0410-END.

       0420-TALLY-ROW.
           IF WS-ROW-STATUS = "CANCELED"
              GO TO 0420-END
           END-IF

           IF WS-ROW-DATE(1:4) NOT = WS-MONTH-IN(1:4)
              OR WS-ROW-DATE(6:2) NOT NUMERIC
              GO TO 0420-END
           END-IF
           MOVE WS-ROW-DATE(6:2) TO WS-ROW-MONTH
           IF WS-ROW-MONTH < 1 OR WS-ROW-MONTH > WS-REP-MONTH
              GO TO 0420-END
           END-IF

           MOVE "MISC" TO WS-ROW-CATEGORY
           IF TXN-CODES-CHECK-STATUS = "00"
              MOVE WS-ROW-CODE TO TC-CODE
              READ TXN-CODES KEY IS TC-CODE
                 NOT INVALID KEY
                    MOVE TC-CATEGORY TO WS-ROW-CATEGORY
              END-READ
           END-IF

           IF WS-ROW-CATEGORY NOT = "FEE"
              AND WS-ROW-CATEGORY NOT = "INTEREST"
              GO TO 0420-END
           END-IF

           MOVE WS-ROW-BRANCH TO WS-BRANCH-IN
           PERFORM 0160-FIND-BRANCH THRU 0160-END
           IF WS-BT-FOUND = ZEROES
              GO TO 0420-END
           END-IF

           IF WS-ROW-CATEGORY = "FEE"
              IF WS-ROW-TYPE = "CREDIT"
                 ADD WS-ROW-AMOUNT
                     TO WS-BT-ACTUAL(WS-BT-FOUND, 3, WS-ROW-MONTH)
              ELSE
                 SUBTRACT WS-ROW-AMOUNT
                     FROM WS-BT-ACTUAL(WS-BT-FOUND, 3, WS-ROW-MONTH)
              END-IF
           ELSE
              IF WS-ROW-TYPE = "CREDIT"
                 SUBTRACT WS-ROW-AMOUNT
                     FROM WS-BT-ACTUAL(WS-BT-FOUND, 4, WS-ROW-MONTH)
              ELSE
                 ADD WS-ROW-AMOUNT
                     TO WS-BT-ACTUAL(WS-BT-FOUND, 4, WS-ROW-MONTH)
              END-IF
           END-IF.
       0420-END.

       0600-WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-NAME
           STRING "budgetvar_" WS-MONTH-NUM ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0600-END
           END-IF

           MOVE ZEROES TO WS-FLAG-COUNT
           MOVE ZEROES TO WS-LINE-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH BUDGET VERSUS ACTUAL FOR " WS-MONTH-IN
                  " - LINES MORE THAN " WS-VARIANCE-PCT
                  "% OFF PLAN ARE FLAGGED"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DEPOSITS AND LOANS ARE MONTH-END BALANCES (YTD = "
                  "AVERAGE OF MONTH-ENDS); FEE INCOME AND INTEREST "
                  "EXPENSE ARE FLOWS (YTD = SUM)"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BRCH LINE           MTH ACTUAL     MTH BUDGET"
                  "    MTH VARIANCE   MTH%"
                  "     YTD ACTUAL     YTD BUDGET    YTD VARIANCE"
                  "   YTD% FLAG"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-BX FROM 1 BY 1
              UNTIL WS-BX > WS-BT-COUNT
              MOVE WS-BT-CODE(WS-BX) TO WS-PRINT-CODE
              PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 4
                 PERFORM VARYING WS-MX FROM 1 BY 1
                    UNTIL WS-MX > WS-REP-MONTH
                    ADD WS-BT-ACTUAL(WS-BX, WS-LX, WS-MX)
                        TO WS-TT-ACTUAL(WS-LX, WS-MX)
                    ADD WS-BT-BUDGET(WS-BX, WS-LX, WS-MX)
                        TO WS-TT-BUDGET(WS-LX, WS-MX)
                 END-PERFORM
                 PERFORM 0610-BRANCH-FIGURES THRU 0610-END
                 PERFORM 0650-WRITE-LINE THRU 0650-END
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ALL" TO WS-PRINT-CODE
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 4
              PERFORM 0620-TOTAL-FIGURES THRU 0620-END
              PERFORM 0650-WRITE-LINE THRU 0650-END
           END-PERFORM

           IF WS-BT-SKIPPED > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "*** " WS-BT-SKIPPED " ITEMS WERE NOT INCLUDED"
                     " - BRANCH TABLE FULL ***"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-IF

           CLOSE REPORT-OUT

           DISPLAY "BUDGET VARIANCE REPORT WRITTEN TO " WS-REPORT-NAME
           DISPLAY "LINES REPORTED " WS-LINE-COUNT
                   " FLAGGED OFF PLAN " WS-FLAG-COUNT

           MOVE "BUDGET VARIANCE" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-MONTH-IN TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS.
       0600-END.

       0610-BRANCH-FIGURES.
           MOVE WS-BT-ACTUAL(WS-BX, WS-LX, WS-REP-MONTH)
                TO WS-M-ACTUAL
           MOVE WS-BT-BUDGET(WS-BX, WS-LX, WS-REP-MONTH)
                TO WS-M-BUDGET
           MOVE ZEROES TO WS-Y-ACTUAL
           MOVE ZEROES TO WS-Y-BUDGET
           PERFORM VARYING WS-MX FROM 1 BY 1
              UNTIL WS-MX > WS-REP-MONTH
              ADD WS-BT-ACTUAL(WS-BX, WS-LX, WS-MX) TO WS-Y-ACTUAL
              ADD WS-BT-BUDGET(WS-BX, WS-LX, WS-MX) TO WS-Y-BUDGET
           END-PERFORM.
       0610-END.

       0620-TOTAL-FIGURES.
           MOVE WS-TT-ACTUAL(WS-LX, WS-REP-MONTH) TO WS-M-ACTUAL
           MOVE WS-TT-BUDGET(WS-LX, WS-REP-MONTH) TO WS-M-BUDGET
           MOVE ZEROES TO WS-Y-ACTUAL
           MOVE ZEROES TO WS-Y-BUDGET
           PERFORM VARYING WS-MX FROM 1 BY 1
              UNTIL WS-MX > WS-REP-MONTH
              ADD WS-TT-ACTUAL(WS-LX, WS-MX) TO WS-Y-ACTUAL
              ADD WS-TT-BUDGET(WS-LX, WS-MX) TO WS-Y-BUDGET
           END-PERFORM.
       0620-END.

       0650-WRITE-LINE.
           IF WS-Y-ACTUAL = ZEROES AND WS-Y-BUDGET = ZEROES
              GO TO 0650-END
           END-IF

           IF WS-LX < 3
              COMPUTE WS-Y-ACTUAL ROUNDED = WS-Y-ACTUAL / WS-REP-MONTH
              COMPUTE WS-Y-BUDGET ROUNDED = WS-Y-BUDGET / WS-REP-MONTH
           END-IF

           COMPUTE WS-M-VAR = WS-M-ACTUAL - WS-M-BUDGET
           COMPUTE WS-Y-VAR = WS-Y-ACTUAL - WS-Y-BUDGET
           MOVE SPACES TO WS-FLAG
           MOVE SPACES TO WS-PCT1-TEXT
           MOVE SPACES TO WS-PCT2-TEXT

           IF WS-M-BUDGET = ZEROES
              IF WS-M-ACTUAL NOT = ZEROES
                 MOVE "NOPLAN" TO WS-FLAG
              END-IF
           ELSE
              COMPUTE WS-M-PCT ROUNDED = WS-M-VAR * 100 / WS-M-BUDGET
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-M-PCT
              END-COMPUTE
              MOVE WS-M-PCT TO WS-PCT1-OUT
              MOVE WS-PCT1-OUT TO WS-PCT1-TEXT
              MOVE WS-M-PCT TO WS-ABS-PCT
              IF WS-ABS-PCT < ZEROES
                 COMPUTE WS-ABS-PCT = 0 - WS-ABS-PCT
              END-IF
              IF WS-ABS-PCT > WS-VARIANCE-PCT
                 MOVE "**MTH" TO WS-FLAG
              END-IF
           END-IF

           IF WS-Y-BUDGET NOT = ZEROES
              COMPUTE WS-Y-PCT ROUNDED = WS-Y-VAR * 100 / WS-Y-BUDGET
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-Y-PCT
              END-COMPUTE
              MOVE WS-Y-PCT TO WS-PCT2-OUT
              MOVE WS-PCT2-OUT TO WS-PCT2-TEXT
              MOVE WS-Y-PCT TO WS-ABS-PCT
              IF WS-ABS-PCT < ZEROES
                 COMPUTE WS-ABS-PCT = 0 - WS-ABS-PCT
              END-IF
              IF WS-ABS-PCT > WS-VARIANCE-PCT
                 IF WS-FLAG = "**MTH"
                    MOVE "**BOTH" TO WS-FLAG
                 ELSE
                    IF WS-FLAG = SPACES
                       MOVE "**YTD" TO WS-FLAG
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-FLAG NOT = SPACES
              ADD 1 TO WS-FLAG-COUNT
           END-IF
           ADD 1 TO WS-LINE-COUNT

           MOVE WS-M-ACTUAL TO WS-AMT1-OUT
           MOVE WS-M-BUDGET TO WS-AMT2-OUT
           MOVE WS-M-VAR TO WS-AMT3-OUT
           MOVE WS-Y-ACTUAL TO WS-AMT4-OUT
           MOVE WS-Y-BUDGET TO WS-AMT5-OUT
           MOVE WS-Y-VAR TO WS-AMT6-OUT

           MOVE SPACES TO REPORT-LINE
           STRING WS-PRINT-CODE " " WS-LINE-NAME(WS-LX) " "
                  WS-AMT1-OUT WS-AMT2-OUT WS-AMT3-OUT " "
                  WS-PCT1-TEXT
                  WS-AMT4-OUT WS-AMT5-OUT WS-AMT6-OUT " "
                  WS-PCT2-TEXT " " WS-FLAG
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0650-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
