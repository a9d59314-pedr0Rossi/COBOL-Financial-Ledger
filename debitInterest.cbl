       IDENTIFICATION DIVISION.
       PROGRAM-ID. debitInterest.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EOD-BALANCES ASSIGN TO "eodbalances.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EOD-KEY
           FILE STATUS IS EOD-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT LOANS ASSIGN TO "loans.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ACC-ID
           FILE STATUS IS LOANS-CHECK-STATUS.

       SELECT CREDIT-LINES ASSIGN TO "creditlines.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-ACC-ID
           FILE STATUS IS CREDIT-LINES-CHECK-STATUS.

       SELECT DEBIT-RATES ASSIGN TO "dbtrates.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DBR-TYPE-CODE
           FILE STATUS IS DEBIT-RATES-CHECK-STATUS.

       SELECT OD-ACCRUALS ASSIGN TO "odaccruals.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODA-ACC-ID
           FILE STATUS IS OD-ACCRUALS-CHECK-STATUS.

       SELECT DEBIT-CTL ASSIGN TO "dbtint.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEBIT-CTL-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.

       SELECT HOLIDAYS ASSIGN TO "holidays.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLIDAYS-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EOD-BALANCES.
       01  EOD-DETAILS.
           02 EOD-KEY.
               10 EOD-DATE        PIC 9(8).
               10 EOD-ACC-ID      PIC 9(8).
           02 EOD-BALANCE         PIC S9(9)V99.
           02 EOD-STATUS          PIC X(7).
           02 EOD-CURRENCY        PIC X(3).

       FD  ACCOUNTS.
       01  FS-ACC-DETAILS.
           02 FS-ID              PIC 9(8).
           02 FS-CUST-ID         PIC 9(6).
           02 FS-FULLNAME        PIC X(13).
           02 FS-TYPE            PIC X(10).
           02 FS-STATUS          PIC X(7).
           02 FS-CREATED-AT      PIC X(10).
           02 FS-BALANCE         PIC S9(9)V99.
           02 FS-CURRENCY         PIC X(3).
           02 FS-BRANCH           PIC X(4).

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

       FD  CREDIT-LINES.
       01  CL-DETAILS.
           05 CL-ACC-ID              PIC 9(8).
           05 CL-LINKED-ACC-ID       PIC 9(8).
           05 CL-CREDIT-LIMIT        PIC 9(9)V99.
           05 CL-ANNUAL-RATE         PIC V9(4).
           05 CL-OPENED              PIC X(10).
           05 CL-NEXT-STMT-DATE      PIC X(10).
           05 CL-LAST-STMT-DATE      PIC X(10).
           05 CL-LAST-ACCRUAL        PIC X(10).
           05 CL-ACCRUED-INT         PIC 9(7)V9(4).
           05 CL-STMT-BALANCE        PIC 9(9)V99.
           05 CL-MIN-DUE             PIC 9(7)V99.
           05 CL-DUE-DATE            PIC X(10).
           05 CL-PAID-SINCE-STMT     PIC 9(9)V99.
           05 CL-LATE-CHARGED        PIC X(1).
           05 CL-PAST-DUE-COUNT      PIC 9(2).
           05 CL-STATUS              PIC X(8).

       FD  DEBIT-RATES.
       01  DBR-DETAILS.
           05 DBR-TYPE-CODE          PIC X(10).
           05 DBR-ANNUAL-RATE        PIC V9(4).
           05 DBR-SET-DATE           PIC X(10).
           05 DBR-SET-BY             PIC X(8).

       FD  OD-ACCRUALS.
       01  ODA-DETAILS.
           05 ODA-ACC-ID             PIC 9(8).
           05 ODA-RATE               PIC V9(4).
           05 ODA-THROUGH            PIC X(10).
           05 ODA-LAST-AMOUNT        PIC 9(7)V9(4).
           05 ODA-ACCRUED            PIC 9(7)V9(4).
           05 ODA-LAST-POSTED        PIC X(10).
           05 ODA-LAST-CHARGE        PIC 9(7)V99.
           05 ODA-LAST-RESULT        PIC X(8).

       FD  DEBIT-CTL.
       01  DEBIT-CTL-LINE.
           05 DC-MIN-CHARGE          PIC 9(5)V99.
           05 FILLER                 PIC X.
           05 DC-DAY-BASIS           PIC 9(3).

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-FEE-INCOME-ACC      PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-SETTLEMENT-ACC      PIC 9(8).

       FD  HOLIDAYS.
       01  HOLIDAY-LINE              PIC X(10).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  EOD-CHECK-STATUS          PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  LOANS-CHECK-STATUS        PIC XX.
       01  CREDIT-LINES-CHECK-STATUS PIC XX.
       01  DEBIT-RATES-CHECK-STATUS  PIC XX.
       01  OD-ACCRUALS-CHECK-STATUS  PIC XX.
       01  DEBIT-CTL-CHECK-STATUS    PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  HOLIDAYS-CHECK-STATUS     PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-LOANS-OPEN             PIC X VALUE "N".
       01  WS-LINES-OPEN             PIC X VALUE "N".

       01  WS-EOF-EOD                PIC X VALUE "N".
           88  EOF-EOD               VALUE "Y".
           88  NOT-EOF-EOD           VALUE "N".

       01  WS-EOF-OD-ACCRUALS        PIC X VALUE "N".
           88  EOF-OD-ACCRUALS       VALUE "Y".
           88  NOT-EOF-OD-ACCRUALS   VALUE "N".

       01  WS-EOF-HOLIDAYS           PIC X VALUE "N".
           88  EOF-HOLIDAYS          VALUE "Y".
           88  NOT-EOF-HOLIDAYS      VALUE "N".

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-ERR-CODE               PIC XX.
       01  WS-ERR-CONTEXT            PIC X(30).
       01  WS-ERR-STATUS-MSG         PIC X(40).
       01  WS-ERR-TIMESTAMP          PIC X(26).

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-BUS-NUM                PIC 9(8).
       01  WS-BUS-INT                PIC 9(8).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-MIN-CHARGE             PIC 9(5)V99 VALUE 1.00.
       01  WS-DAY-BASIS              PIC 9(3) VALUE 365.
       01  WS-FEE-INCOME-ACC         PIC 9(8) VALUE ZEROES.

       01  WS-CAND-NUM               PIC 9(8).
       01  WS-CAND-INT               PIC 9(8).
       01  WS-DAY-OF-WEEK            PIC 9.
       01  WS-IS-HOLIDAY             PIC X.
       01  WS-CAND-DATE.
           02 WS-CAND-YEAR           PIC 9(4).
           02 FILLER                 PIC X VALUE "-".
           02 WS-CAND-MONTH          PIC 9(2).
           02 FILLER                 PIC X VALUE "-".
           02 WS-CAND-DAY            PIC 9(2).

       01  WS-NEXT-BUS-NUM           PIC 9(8).
       01  WS-THRU-INT               PIC 9(8).
       01  WS-THRU-NUM               PIC 9(8).
       01  WS-THRU-DATE              PIC X(10).
       01  WS-MONTH-END              PIC X VALUE "N".
           88  WS-IS-MONTH-END       VALUE "Y".

       01  WS-LAST-THRU-NUM          PIC 9(8).
       01  WS-DAYS                   PIC 9(3).
       01  WS-ELIGIBLE               PIC X.
       01  WS-RATE                   PIC V9(4).
       01  WS-OVERDRAWN              PIC 9(9)V99.
       01  WS-DAY-AMOUNT             PIC 9(7)V9(4).
       01  WS-CHARGE                 PIC 9(7)V99.

       01  WS-SCANNED                PIC 9(7) VALUE ZEROES.
       01  WS-ACCRUED-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-ACCRUED-TODAY          PIC 9(9)V9(4) VALUE ZEROES.
       01  WS-CHARGED-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-CHARGED-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       01  WS-WAIVED-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-WAIVED-TOTAL           PIC 9(11)V99 VALUE ZEROES.
       01  WS-FAILED-COUNT           PIC 9(7) VALUE ZEROES.

       01  WS-NOTICE-ACC-ID          PIC 9(8).
       01  WS-NOTICE-EVENT           PIC X(12).
       01  WS-NOTICE-TEXT            PIC X(60).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-POST-REQUEST.
           05 WS-PR-ACC-ID           PIC 9(8).
           05 WS-PR-TYPE             PIC X(6).
           05 WS-PR-AMOUNT           PIC 9(9)V99.
           05 WS-PR-DESC             PIC X(20).
           05 WS-PR-TXN-CODE         PIC X(4).
           05 WS-PR-CHECK-NO         PIC 9(6).
           05 WS-PR-TR-ID            PIC 9(9).
           05 WS-PR-RELATED-ID       PIC 9(9).
           05 WS-PR-DATE             PIC X(10).
           05 WS-PR-BRANCH           PIC X(4).
           05 WS-PR-CHANNEL          PIC X(8).
           05 WS-PR-MODE             PIC X(1).
           05 WS-PR-LIMIT-MODE       PIC X(1).
           05 WS-PR-ITEM-FEE         PIC X(1).
           05 WS-PR-FEE-AMOUNT       PIC 9(5)V99.
           05 WS-PR-FEE-DESC         PIC X(20).

       01  WS-POST-RESULT.
           05 WS-RS-RESULT           PIC X(1).
              88  WS-RS-POSTED       VALUE "P".
              88  WS-RS-REJECTED     VALUE "R".
           05 WS-RS-REASON-CODE      PIC X(4).
           05 WS-RS-REASON           PIC X(30).
           05 WS-RS-TR-ID            PIC 9(9).
           05 WS-RS-NEW-BALANCE      PIC S9(9)V99.
           05 WS-RS-NSF-ACTION       PIC X(8).
           05 WS-RS-FEE-CHARGED      PIC 9(5)V99.
           05 WS-RS-ACCT-BRANCH      PIC X(4).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN - DEBIT "
                      "INTEREST CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-BUS-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-BUS-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-BUS-NUM(7:2)
           MOVE WS-BUS-NUM TO WS-DATE-YYYYMMDD
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE (WS-BUS-NUM)

           OPEN INPUT DEBIT-RATES
           IF DEBIT-RATES-CHECK-STATUS NOT = "00"
              DISPLAY "NO DEBIT-INTEREST RATES ON FILE - NOTHING "
                      "TO ACCRUE."
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0150-READ-CONTROL
           PERFORM 0160-SET-ACCRUAL-PERIOD

           OPEN INPUT EOD-BALANCES
           IF EOD-CHECK-STATUS NOT = "00"
              MOVE EOD-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING EOD BALANCES FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE DEBIT-RATES
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE DEBIT-RATES
              CLOSE EOD-BALANCES
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT LOANS
           IF LOANS-CHECK-STATUS = "00"
              MOVE "Y" TO WS-LOANS-OPEN
           END-IF
           OPEN INPUT CREDIT-LINES
           IF CREDIT-LINES-CHECK-STATUS = "00"
              MOVE "Y" TO WS-LINES-OPEN
           END-IF

           OPEN I-O OD-ACCRUALS
           IF OD-ACCRUALS-CHECK-STATUS = "35"
              OPEN OUTPUT OD-ACCRUALS
              CLOSE OD-ACCRUALS
              OPEN I-O OD-ACCRUALS
           END-IF
           IF OD-ACCRUALS-CHECK-STATUS NOT = "00"
              MOVE OD-ACCRUALS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING OD ACCRUALS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              PERFORM 0190-CLOSE-INPUTS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "debitint_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME
           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING DEBIT INTEREST REPORT" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              PERFORM 0190-CLOSE-INPUTS
              CLOSE OD-ACCRUALS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "DEBIT INTEREST FOR " WS-BUS-DATE
                  " ACCRUED THROUGH " WS-THRU-DATE
                  " - MINIMUM CHARGE " WS-MIN-CHARGE
                  " BASIS " WS-DAY-BASIS
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT  OVERDRAWN      RATE  DAYS "
                  "TODAY        ACCRUED"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BUS-NUM TO EOD-DATE
           MOVE ZEROES TO EOD-ACC-ID
           SET NOT-EOF-EOD TO TRUE
           START EOD-BALANCES KEY IS NOT LESS THAN EOD-KEY
              INVALID KEY
                 SET EOF-EOD TO TRUE
           END-START

           PERFORM UNTIL EOF-EOD
              READ EOD-BALANCES NEXT RECORD
                 AT END
                    SET EOF-EOD TO TRUE
                 NOT AT END
                    IF EOD-DATE NOT = WS-BUS-NUM
                       SET EOF-EOD TO TRUE
                    ELSE
                       ADD 1 TO WS-SCANNED
                       PERFORM 0200-ACCRUE-ACCOUNT THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           IF WS-SCANNED = ZEROES
              DISPLAY "NO END-OF-DAY BALANCES FOR " WS-BUS-DATE
                      " - NOTHING ACCRUED."
           END-IF

           PERFORM 0190-CLOSE-INPUTS

           IF WS-IS-MONTH-END
              PERFORM 0500-MONTH-END-CHARGES
           END-IF

           CLOSE OD-ACCRUALS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OVERDRAWN ACCOUNTS ACCRUED " WS-ACCRUED-COUNT
                  " AMOUNT " WS-ACCRUED-TODAY
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-IS-MONTH-END
              MOVE SPACES TO REPORT-LINE
              STRING "CHARGED " WS-CHARGED-COUNT " TOTAL "
                     WS-CHARGED-TOTAL " WAIVED " WS-WAIVED-COUNT
                     " TOTAL " WS-WAIVED-TOTAL " FAILED "
                     WS-FAILED-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-OUT

           MOVE "DEBIT INTEREST" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "ACCRUED THROUGH:       " WS-THRU-DATE
           DISPLAY "OVERDRAWN ACCRUED:     " WS-ACCRUED-COUNT
                   " AMOUNT " WS-ACCRUED-TODAY
           IF WS-IS-MONTH-END
              DISPLAY "DEBIT INTEREST POSTED: " WS-CHARGED-COUNT
                      " TOTAL " WS-CHARGED-TOTAL
              DISPLAY "WAIVED UNDER MINIMUM:  " WS-WAIVED-COUNT
                      " TOTAL " WS-WAIVED-TOTAL
              DISPLAY "NOT POSTED:            " WS-FAILED-COUNT
           END-IF
           DISPLAY "DEBIT INTEREST REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DEBIT INT THRU " WS-THRU-DATE " ACCR "
                  WS-ACCRUED-COUNT " CHG " WS-CHARGED-COUNT
                  " WAIVED " WS-WAIVED-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-READ-CONTROL.
           OPEN INPUT DEBIT-CTL
           IF DEBIT-CTL-CHECK-STATUS = "00"
              READ DEBIT-CTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DC-MIN-CHARGE NUMERIC
                       MOVE DC-MIN-CHARGE TO WS-MIN-CHARGE
                    END-IF
                    IF DC-DAY-BASIS NUMERIC
                       AND DC-DAY-BASIS > ZEROES
                       MOVE DC-DAY-BASIS TO WS-DAY-BASIS
                    END-IF
              END-READ
              CLOSE DEBIT-CTL
           END-IF

           OPEN INPUT INT-ACCT
           IF INT-ACCT-CHECK-STATUS = "00"
              READ INT-ACCT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE IA-FEE-INCOME-ACC TO WS-FEE-INCOME-ACC
              END-READ
              CLOSE INT-ACCT
           END-IF.
       0150-END.

       0160-SET-ACCRUAL-PERIOD.
           COMPUTE WS-CAND-NUM = FUNCTION DATE-OF-INTEGER
                   (WS-BUS-INT + 1)
           PERFORM 0300-SKIP-NON-BUSINESS-DAYS
           MOVE WS-CAND-NUM TO WS-NEXT-BUS-NUM

           IF WS-NEXT-BUS-NUM(1:6) = WS-BUS-NUM(1:6)
              MOVE "N" TO WS-MONTH-END
              COMPUTE WS-THRU-INT =
                      FUNCTION INTEGER-OF-DATE (WS-NEXT-BUS-NUM) - 1
           ELSE
              MOVE "Y" TO WS-MONTH-END
              COMPUTE WS-CAND-INT =
                      FUNCTION INTEGER-OF-DATE (WS-BUS-NUM)
              MOVE WS-BUS-NUM TO WS-CAND-NUM
              PERFORM 0170-FIND-MONTH-END
              MOVE WS-CAND-INT TO WS-THRU-INT
           END-IF

           COMPUTE WS-THRU-NUM = FUNCTION DATE-OF-INTEGER
                   (WS-THRU-INT)
           MOVE SPACES TO WS-THRU-DATE
           STRING WS-THRU-NUM(1:4) "-" WS-THRU-NUM(5:2) "-"
                  WS-THRU-NUM(7:2)
              DELIMITED BY SIZE INTO WS-THRU-DATE.
       0160-END.

       0170-FIND-MONTH-END.
           PERFORM UNTIL WS-CAND-NUM(1:6) NOT = WS-BUS-NUM(1:6)
              ADD 1 TO WS-CAND-INT
              COMPUTE WS-CAND-NUM = FUNCTION DATE-OF-INTEGER
                      (WS-CAND-INT)
           END-PERFORM
           SUBTRACT 1 FROM WS-CAND-INT.
       0170-END.

       0190-CLOSE-INPUTS.
           CLOSE DEBIT-RATES
           CLOSE EOD-BALANCES
           CLOSE ACCOUNTS
           IF WS-LOANS-OPEN = "Y"
              CLOSE LOANS
              MOVE "N" TO WS-LOANS-OPEN
           END-IF
           IF WS-LINES-OPEN = "Y"
              CLOSE CREDIT-LINES
              MOVE "N" TO WS-LINES-OPEN
           END-IF.
       0190-END.

       0200-ACCRUE-ACCOUNT.
           PERFORM 0210-CHECK-ELIGIBLE THRU 0210-END

           MOVE EOD-ACC-ID TO ODA-ACC-ID
           READ OD-ACCRUALS KEY IS ODA-ACC-ID
              INVALID KEY
                 IF WS-ELIGIBLE NOT = "Y"
                    GO TO 0200-END
                 END-IF
                 MOVE EOD-ACC-ID TO ODA-ACC-ID
                 MOVE ZEROES TO ODA-ACCRUED
                 MOVE SPACES TO ODA-LAST-POSTED
                 MOVE ZEROES TO ODA-LAST-CHARGE
                 MOVE SPACES TO ODA-LAST-RESULT
                 COMPUTE WS-DAYS = WS-THRU-INT - WS-BUS-INT + 1
                 PERFORM 0250-ADD-DAYS
                 WRITE ODA-DETAILS
                    INVALID KEY
                       MOVE "99" TO WS-ERR-CODE
                       MOVE "WRITING OD ACCRUAL RECORD"
                         TO WS-ERR-CONTEXT
                       PERFORM 0890-LOG-ERROR
                 END-WRITE
                 GO TO 0200-END
           END-READ

           MOVE ODA-THROUGH(1:4) TO WS-LAST-THRU-NUM(1:4)
           MOVE ODA-THROUGH(6:2) TO WS-LAST-THRU-NUM(5:2)
           MOVE ODA-THROUGH(9:2) TO WS-LAST-THRU-NUM(7:2)
           IF WS-LAST-THRU-NUM >= WS-THRU-NUM
              GO TO 0200-END
           END-IF

           IF WS-ELIGIBLE NOT = "Y"
              MOVE WS-THRU-DATE TO ODA-THROUGH
              MOVE ZEROES TO ODA-LAST-AMOUNT
           ELSE
              COMPUTE WS-DAYS = WS-THRU-INT -
                      FUNCTION INTEGER-OF-DATE (WS-LAST-THRU-NUM)
              PERFORM 0250-ADD-DAYS
           END-IF

           REWRITE ODA-DETAILS
              INVALID KEY
                 MOVE "99" TO WS-ERR-CODE
                 MOVE "REWRITING OD ACCRUAL RECORD" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE.
       0200-END.

       0210-CHECK-ELIGIBLE.
           MOVE "N" TO WS-ELIGIBLE
           MOVE ZEROES TO WS-RATE
           MOVE ZEROES TO WS-OVERDRAWN

           IF EOD-BALANCE NOT < ZEROES
              GO TO 0210-END
           END-IF

           IF EOD-STATUS = "CLOSED"
              GO TO 0210-END
           END-IF

           MOVE EOD-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 GO TO 0210-END
           END-READ

           IF WS-LOANS-OPEN = "Y"
              MOVE EOD-ACC-ID TO LN-ACC-ID
              READ LOANS KEY IS LN-ACC-ID
                 NOT INVALID KEY
                    GO TO 0210-END
              END-READ
           END-IF

           IF WS-LINES-OPEN = "Y"
              MOVE EOD-ACC-ID TO CL-ACC-ID
              READ CREDIT-LINES KEY IS CL-ACC-ID
                 NOT INVALID KEY
                    GO TO 0210-END
              END-READ
           END-IF

           MOVE FUNCTION UPPER-CASE (FS-TYPE) TO DBR-TYPE-CODE
           READ DEBIT-RATES KEY IS DBR-TYPE-CODE
              INVALID KEY
                 GO TO 0210-END
           END-READ

           IF DBR-ANNUAL-RATE = ZEROES
              GO TO 0210-END
           END-IF

           MOVE "Y" TO WS-ELIGIBLE
           MOVE DBR-ANNUAL-RATE TO WS-RATE
           COMPUTE WS-OVERDRAWN = ZEROES - EOD-BALANCE.
       0210-END.

       0250-ADD-DAYS.
           COMPUTE WS-DAY-AMOUNT ROUNDED =
                   WS-OVERDRAWN * WS-RATE * WS-DAYS / WS-DAY-BASIS

           MOVE WS-RATE TO ODA-RATE
           MOVE WS-THRU-DATE TO ODA-THROUGH
           MOVE WS-DAY-AMOUNT TO ODA-LAST-AMOUNT
           ADD WS-DAY-AMOUNT TO ODA-ACCRUED

           ADD 1 TO WS-ACCRUED-COUNT
           ADD WS-DAY-AMOUNT TO WS-ACCRUED-TODAY

           MOVE SPACES TO REPORT-LINE
           STRING ODA-ACC-ID " " WS-OVERDRAWN " " ODA-RATE " "
                  WS-DAYS "  " WS-DAY-AMOUNT " " ODA-ACCRUED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0250-END.

       0300-SKIP-NON-BUSINESS-DAYS.
           MOVE "Y" TO WS-IS-HOLIDAY
           PERFORM UNTIL WS-IS-HOLIDAY = "N"
              MOVE WS-CAND-NUM(1:4) TO WS-CAND-YEAR
              MOVE WS-CAND-NUM(5:2) TO WS-CAND-MONTH
              MOVE WS-CAND-NUM(7:2) TO WS-CAND-DAY

              MOVE "N" TO WS-IS-HOLIDAY

              COMPUTE WS-CAND-INT =
                      FUNCTION INTEGER-OF-DATE (WS-CAND-NUM)
              COMPUTE WS-DAY-OF-WEEK =
                      FUNCTION REM (WS-CAND-INT, 7)
              IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                 MOVE "Y" TO WS-IS-HOLIDAY
              END-IF

              IF WS-IS-HOLIDAY = "N"
                 PERFORM 0400-CHECK-HOLIDAY-FILE THRU 0400-END
              END-IF

              IF WS-IS-HOLIDAY = "Y"
                 COMPUTE WS-CAND-NUM = FUNCTION DATE-OF-INTEGER
                         (WS-CAND-INT + 1)
              END-IF
           END-PERFORM.
       0300-END.

       0400-CHECK-HOLIDAY-FILE.
           OPEN INPUT HOLIDAYS
           IF HOLIDAYS-CHECK-STATUS NOT = "00"
              GO TO 0400-END
           END-IF

           SET NOT-EOF-HOLIDAYS TO TRUE
           PERFORM UNTIL EOF-HOLIDAYS
              READ HOLIDAYS
                 AT END
                    SET EOF-HOLIDAYS TO TRUE
                 NOT AT END
                    IF HOLIDAY-LINE(1:10) = WS-CAND-DATE
                       MOVE "Y" TO WS-IS-HOLIDAY
                       SET EOF-HOLIDAYS TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HOLIDAYS.
       0400-END.

       0500-MONTH-END-CHARGES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MONTH-END DEBIT INTEREST THROUGH " WS-THRU-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-FEE-INCOME-ACC = ZEROES
              MOVE SPACES TO REPORT-LINE
              MOVE "NO FEE INCOME ACCOUNT ON FILE - INCOME NOT CREDITED"
                TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE ZEROES TO ODA-ACC-ID
           SET NOT-EOF-OD-ACCRUALS TO TRUE
           START OD-ACCRUALS KEY IS NOT LESS THAN ODA-ACC-ID
              INVALID KEY
                 SET EOF-OD-ACCRUALS TO TRUE
           END-START

           PERFORM UNTIL EOF-OD-ACCRUALS
              READ OD-ACCRUALS NEXT RECORD
                 AT END
                    SET EOF-OD-ACCRUALS TO TRUE
                 NOT AT END
                    IF ODA-ACCRUED > ZEROES
                       PERFORM 0550-CHARGE-ACCOUNT THRU 0550-END
                    END-IF
              END-READ
           END-PERFORM.
       0500-END.

       0550-CHARGE-ACCOUNT.
           COMPUTE WS-CHARGE ROUNDED = ODA-ACCRUED
           MOVE WS-BUS-DATE TO ODA-LAST-POSTED
           MOVE WS-CHARGE TO ODA-LAST-CHARGE

           IF WS-CHARGE < WS-MIN-CHARGE
              MOVE "WAIVED" TO ODA-LAST-RESULT
              MOVE ZEROES TO ODA-ACCRUED
              ADD 1 TO WS-WAIVED-COUNT
              ADD WS-CHARGE TO WS-WAIVED-TOTAL
              MOVE SPACES TO REPORT-LINE
              STRING ODA-ACC-ID " DEBIT INTEREST " WS-CHARGE
                     " WAIVED - UNDER THE MINIMUM"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0550-REWRITE
           END-IF

           MOVE ODA-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE WS-CHARGE TO WS-PR-AMOUNT
           MOVE "OVERDRAFT INTEREST" TO WS-PR-DESC
           MOVE ZEROES TO WS-PR-RELATED-ID
           PERFORM 0720-POST-SYSTEM-ENTRY

           IF WS-RS-REJECTED
              MOVE "FAILED" TO ODA-LAST-RESULT
              ADD 1 TO WS-FAILED-COUNT
              MOVE "99" TO WS-ERR-CODE
              MOVE "POSTING DEBIT INTEREST" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE SPACES TO REPORT-LINE
              STRING ODA-ACC-ID " DEBIT INTEREST " WS-CHARGE
                     " NOT POSTED - " WS-RS-REASON
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0550-REWRITE
           END-IF

           IF WS-FEE-INCOME-ACC NOT = ZEROES
              MOVE WS-FEE-INCOME-ACC TO WS-PR-ACC-ID
              MOVE "CREDIT" TO WS-PR-TYPE
              MOVE WS-CHARGE TO WS-PR-AMOUNT
              MOVE "OD INTEREST INCOME" TO WS-PR-DESC
              MOVE WS-RS-TR-ID TO WS-PR-RELATED-ID
              PERFORM 0720-POST-SYSTEM-ENTRY
           END-IF

           MOVE "CHARGED" TO ODA-LAST-RESULT
           MOVE ZEROES TO ODA-ACCRUED
           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-CHARGE TO WS-CHARGED-TOTAL

           MOVE SPACES TO REPORT-LINE
           STRING ODA-ACC-ID " DEBIT INTEREST " WS-CHARGE
                  " POSTED"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ODA-ACC-ID TO WS-NOTICE-ACC-ID
           MOVE "ODINTEREST" TO WS-NOTICE-EVENT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "OVERDRAFT INTEREST OF " WS-CHARGE
                  " WAS CHARGED TO YOUR ACCOUNT."
              DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           CALL "writeNotice" USING WS-NOTICE-ACC-ID
                WS-NOTICE-EVENT WS-NOTICE-TEXT.

       0550-REWRITE.
           REWRITE ODA-DETAILS
              INVALID KEY
                 MOVE "99" TO WS-ERR-CODE
                 MOVE "REWRITING OD ACCRUAL RECORD" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE.
       0550-END.

       0720-POST-SYSTEM-ENTRY.
           MOVE "ODI" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "DEBITINT" TO WS-PR-CHANNEL
           MOVE "S" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC
           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT.
       0720-END.

       0880-WRITE-AUDIT.
           MOVE "BATCH" TO WS-AUDIT-OPERATOR
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
                  " " WS-AUDIT-OPERATOR " debitInterest: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0890-LOG-ERROR.
           CALL "fileStatusMsg" USING WS-ERR-CODE WS-ERR-STATUS-MSG
           DISPLAY "ERROR " WS-ERR-CONTEXT ": " WS-ERR-CODE
                   " - " WS-ERR-STATUS-MSG

           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           OPEN EXTEND ERROR-LOG
           IF ERROR-LOG-CHECK-STATUS = "35"
              OPEN OUTPUT ERROR-LOG
           END-IF

           MOVE SPACES TO ERROR-LOG-RECORD
           STRING WS-ERR-TIMESTAMP(1:8) "-" WS-ERR-TIMESTAMP(9:6)
                  " debitInterest " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
