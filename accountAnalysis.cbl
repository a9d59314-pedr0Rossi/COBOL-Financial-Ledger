       IDENTIFICATION DIVISION.
       PROGRAM-ID. accountAnalysis.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ANL-ACCOUNTS ASSIGN TO "anlaccts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANA-ACC-ID
           FILE STATUS IS ANL-ACCOUNTS-CHECK-STATUS.

       SELECT ANL-PRICES ASSIGN TO "anlprices.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-TXN-CODE
           FILE STATUS IS ANL-PRICES-CHECK-STATUS.

       SELECT TXN-CODES ASSIGN TO "txncodes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-CODE
           FILE STATUS IS TXN-CODES-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT TRANSACTIONS ASSIGN TO "transactions.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           ALTERNATE RECORD KEY IS TR-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS TRANSACTIONS-CHECK-STATUS.

       SELECT EOD-BALANCES ASSIGN TO "eodbalances.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EOD-KEY
           FILE STATUS IS EOD-CHECK-STATUS.

       SELECT ANL-CTL ASSIGN TO "analysis.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANL-CTL-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.

       SELECT STATEMENT-OUT ASSIGN TO WS-STATEMENT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATEMENT-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ANL-ACCOUNTS.
       01  ANA-DETAILS.
           05 ANA-ACC-ID             PIC 9(8).
           05 ANA-STATUS             PIC X(8).
           05 ANA-ENROLLED           PIC X(10).
           05 ANA-ENROLLED-BY        PIC X(8).
           05 ANA-LAST-MONTH         PIC X(7).
           05 ANA-LAST-CHARGES       PIC 9(7)V99.
           05 ANA-LAST-CREDIT        PIC 9(7)V99.
           05 ANA-LAST-NET           PIC 9(7)V99.

       FD  ANL-PRICES.
       01  APR-DETAILS.
           05 APR-TXN-CODE           PIC X(4).
           05 APR-UNIT-PRICE         PIC 9(3)V9(4).
           05 APR-SET-DATE           PIC X(10).
           05 APR-SET-BY             PIC X(8).

       FD  TXN-CODES.
       01  TC-DETAILS.
           05 TC-CODE             PIC X(4).
           05 TC-DESCRIPTION      PIC X(30).
           05 TC-CATEGORY         PIC X(8).
           05 TC-STATUS           PIC X(7).

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

       FD  EOD-BALANCES.
       01  EOD-DETAILS.
           02 EOD-KEY.
               10 EOD-DATE        PIC 9(8).
               10 EOD-ACC-ID      PIC 9(8).
           02 EOD-BALANCE         PIC S9(9)V99.
           02 EOD-STATUS          PIC X(7).
           02 EOD-CURRENCY        PIC X(3).

       FD  ANL-CTL.
       01  ANL-CTL-LINE.
           05 AN-ECR-RATE            PIC V9(4).
           05 FILLER                 PIC X.
           05 AN-RESERVE-PCT         PIC 9(2).
           05 FILLER                 PIC X.
           05 AN-DAY-BASIS           PIC 9(3).

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-FEE-INCOME-ACC      PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-SETTLEMENT-ACC      PIC 9(8).

       FD  STATEMENT-OUT.
       01  STATEMENT-LINE            PIC X(100).

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

       01  ANL-ACCOUNTS-CHECK-STATUS PIC XX.
       01  ANL-PRICES-CHECK-STATUS   PIC XX.
       01  TXN-CODES-CHECK-STATUS    PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  EOD-CHECK-STATUS          PIC XX.
       01  ANL-CTL-CHECK-STATUS      PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  STATEMENT-CHECK-STATUS    PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-EOD-OPEN               PIC X VALUE "N".

       01  WS-EOF-ANL                PIC X VALUE "N".
           88  EOF-ANL               VALUE "Y".
           88  NOT-EOF-ANL           VALUE "N".

       01  WS-EOF-PRICES             PIC X VALUE "N".
           88  EOF-PRICES            VALUE "Y".
           88  NOT-EOF-PRICES        VALUE "N".

       01  WS-EOF-TRANSACTIONS       PIC X VALUE "N".
           88  EOF-TRANSACTIONS      VALUE "Y".
           88  NOT-EOF-TRANSACTIONS  VALUE "N".

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

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-FEE-MONTH              PIC X(7).
       01  WS-MONTH-NUM              PIC 9(6).
       01  WS-FIRST-NUM              PIC 9(8).
       01  WS-NEXT-FIRST-NUM         PIC 9(8).
       01  WS-MONTH-DAYS             PIC 9(2).
       01  WS-DAY-NO                 PIC 9(2).

       01  WS-ECR-RATE               PIC V9(4) VALUE .0100.
       01  WS-RESERVE-PCT            PIC 9(2) VALUE 10.
       01  WS-DAY-BASIS              PIC 9(3) VALUE 365.
       01  WS-FEE-INCOME-ACC         PIC 9(8) VALUE ZEROES.

       01  WS-PRICE-TABLE.
           05 WS-PT-ENTRY OCCURS 100 TIMES.
              10 WS-PT-CODE          PIC X(4).
              10 WS-PT-DESC          PIC X(30).
              10 WS-PT-PRICE         PIC 9(3)V9(4).
              10 WS-PT-VOLUME        PIC 9(7).
              10 WS-PT-CHARGE        PIC 9(7)V99.
       01  WS-PRICE-COUNT            PIC 9(3) VALUE ZEROES.
       01  WS-PT-IDX                 PIC 9(3).
       01  WS-ACTIVITY-LINES         PIC 9(3).

       01  WS-POST-TABLE.
           05 WS-PQ-ENTRY OCCURS 2000 TIMES.
              10 WS-PQ-ACC-ID        PIC 9(8).
              10 WS-PQ-CHARGES       PIC 9(7)V99.
              10 WS-PQ-CREDIT        PIC 9(7)V99.
              10 WS-PQ-NET           PIC 9(7)V99.
       01  WS-POST-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-PQ-IDX                 PIC 9(4).

       01  WS-CHARGES                PIC 9(7)V99.
       01  WS-EOD-SUM                PIC S9(13)V99.
       01  WS-EOD-DAYS               PIC 9(3).
       01  WS-AVG-LEDGER             PIC S9(9)V99.
       01  WS-AVG-COLLECTED          PIC 9(9)V99.
       01  WS-CREDIT                 PIC 9(7)V99.
       01  WS-NET                    PIC 9(7)V99.

       01  WS-ANALYZED-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-ALREADY-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-SKIPPED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-CHARGED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-CHARGED-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       01  WS-COVERED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-FAILED-COUNT           PIC 9(5) VALUE ZEROES.

       01  WS-STATEMENT-NAME         PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-PAGE-BREAK             PIC X(60) VALUE ALL "=".

       01  WS-ACTIVITY-LINE.
           02 WS-AL-CODE             PIC X(4).
           02 FILLER                 PIC X(2).
           02 WS-AL-DESC             PIC X(30).
           02 FILLER                 PIC X(2).
           02 WS-AL-VOLUME           PIC Z(6)9.
           02 FILLER                 PIC X(3).
           02 WS-AL-PRICE            PIC ZZ9.9999.
           02 FILLER                 PIC X(3).
           02 WS-AL-CHARGE           PIC Z(6)9.99.

       01  WS-ACTIVITY-HEADER.
           02 FILLER PIC X(6) VALUE 'CODE'.
           02 FILLER PIC X(32) VALUE 'SERVICE'.
           02 FILLER PIC X(10) VALUE 'VOLUME'.
           02 FILLER PIC X(11) VALUE 'UNIT PRICE'.
           02 FILLER PIC X(10) VALUE '    CHARGE'.

       01  WS-ED-AMOUNT              PIC -(9)9.99.
       01  WS-ED-RATE                PIC 9.9999.

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
           DISPLAY "MONTHLY ACCOUNT ANALYSIS RUN"
           DISPLAY "INSERT THE ANALYSIS MONTH (YYYY-MM): "
           ACCEPT WS-FEE-MONTH

           IF WS-FEE-MONTH(1:4) NOT NUMERIC
              OR WS-FEE-MONTH(6:2) NOT NUMERIC
              OR WS-FEE-MONTH(6:2) < "01"
              OR WS-FEE-MONTH(6:2) > "12"
              DISPLAY "INVALID MONTH - NOTHING ANALYZED."
              GO TO 0900-END-PROGRAM
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN - POSTING IS "
                      "NOT ALLOWED."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           PERFORM 0120-SET-MONTH-DAYS
           PERFORM 0150-READ-CONTROL
           PERFORM 0160-LOAD-PRICES THRU 0160-END

           OPEN INPUT ANL-ACCOUNTS
           IF ANL-ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "NO ANALYZED ACCOUNTS ON FILE - NOTHING TO DO."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE ANL-ACCOUNTS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING TRANSACTIONS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE ANL-ACCOUNTS
              CLOSE ACCOUNTS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT EOD-BALANCES
           IF EOD-CHECK-STATUS = "00"
              MOVE "Y" TO WS-EOD-OPEN
           ELSE
              DISPLAY "NO END-OF-DAY SNAPSHOT FILE - EARNINGS CREDIT "
                      "WILL USE THE CURRENT BALANCE."
           END-IF

           MOVE SPACES TO WS-STATEMENT-NAME
           STRING "anlstmt_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-STATEMENT-NAME
           OPEN OUTPUT STATEMENT-OUT
           IF STATEMENT-CHECK-STATUS NOT = "00"
              MOVE STATEMENT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ANALYSIS STATEMENTS" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              PERFORM 0190-CLOSE-INPUTS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE ZEROES TO ANA-ACC-ID
           SET NOT-EOF-ANL TO TRUE
           START ANL-ACCOUNTS KEY IS NOT LESS THAN ANA-ACC-ID
              INVALID KEY
                 SET EOF-ANL TO TRUE
           END-START

           PERFORM UNTIL EOF-ANL
              READ ANL-ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-ANL TO TRUE
                 NOT AT END
                    PERFORM 0200-ANALYZE-ACCOUNT THRU 0200-END
              END-READ
           END-PERFORM

           PERFORM 0190-CLOSE-INPUTS
           CLOSE STATEMENT-OUT

           PERFORM 0500-POST-ANALYSIS-FEES THRU 0500-END

           MOVE "ACCOUNT ANALYSIS" TO WS-CAT-REPORT-NAME
           MOVE WS-STATEMENT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-FEE-MONTH TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "ACCOUNT ANALYSIS RUN COMPLETE."
           DISPLAY "ACCOUNTS ANALYZED:     " WS-ANALYZED-COUNT
           DISPLAY "NET FEES POSTED:       " WS-CHARGED-COUNT
                   " TOTAL " WS-CHARGED-TOTAL
           DISPLAY "COVERED BY CREDIT:     " WS-COVERED-COUNT
           DISPLAY "ALREADY DONE/SKIPPED:  " WS-ALREADY-COUNT
                   " / " WS-SKIPPED-COUNT
           DISPLAY "NOT POSTED:            " WS-FAILED-COUNT
           DISPLAY "ANALYSIS STATEMENTS: " WS-STATEMENT-NAME

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ANALYSIS " WS-FEE-MONTH ": ACCTS "
                  WS-ANALYZED-COUNT " CHARGED " WS-CHARGED-COUNT
                  " FAILED " WS-FAILED-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0120-SET-MONTH-DAYS.
           MOVE WS-FEE-MONTH(1:4) TO WS-MONTH-NUM(1:4)
           MOVE WS-FEE-MONTH(6:2) TO WS-MONTH-NUM(5:2)
           COMPUTE WS-FIRST-NUM = WS-MONTH-NUM * 100 + 1

           IF WS-FEE-MONTH(6:2) = "12"
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

       0150-READ-CONTROL.
           OPEN INPUT ANL-CTL
           IF ANL-CTL-CHECK-STATUS = "00"
              READ ANL-CTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AN-ECR-RATE NUMERIC
                       MOVE AN-ECR-RATE TO WS-ECR-RATE
                    END-IF
                    IF AN-RESERVE-PCT NUMERIC
                       MOVE AN-RESERVE-PCT TO WS-RESERVE-PCT
                    END-IF
                    IF AN-DAY-BASIS NUMERIC
                       AND AN-DAY-BASIS > ZEROES
                       MOVE AN-DAY-BASIS TO WS-DAY-BASIS
                    END-IF
              END-READ
              CLOSE ANL-CTL
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

       0160-LOAD-PRICES.
           MOVE ZEROES TO WS-PRICE-COUNT

           OPEN INPUT ANL-PRICES
           IF ANL-PRICES-CHECK-STATUS NOT = "00"
              DISPLAY "NO UNIT PRICES ON FILE - ONLY THE EARNINGS "
                      "CREDIT WILL BE REPORTED."
              GO TO 0160-END
           END-IF

           OPEN INPUT TXN-CODES

           MOVE LOW-VALUES TO APR-TXN-CODE
           SET NOT-EOF-PRICES TO TRUE
           START ANL-PRICES KEY IS NOT LESS THAN APR-TXN-CODE
              INVALID KEY
                 SET EOF-PRICES TO TRUE
           END-START

           PERFORM UNTIL EOF-PRICES
              READ ANL-PRICES NEXT RECORD
                 AT END
                    SET EOF-PRICES TO TRUE
                 NOT AT END
                    IF APR-UNIT-PRICE > ZEROES
                       AND APR-TXN-CODE NOT = "ANL"
                       AND WS-PRICE-COUNT < 100
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE APR-TXN-CODE
                          TO WS-PT-CODE (WS-PRICE-COUNT)
                       MOVE APR-UNIT-PRICE
                          TO WS-PT-PRICE (WS-PRICE-COUNT)
                       MOVE SPACES TO WS-PT-DESC (WS-PRICE-COUNT)
                       IF TXN-CODES-CHECK-STATUS = "00"
                          MOVE APR-TXN-CODE TO TC-CODE
                          READ TXN-CODES KEY IS TC-CODE
                             NOT INVALID KEY
                                MOVE TC-DESCRIPTION
                                   TO WS-PT-DESC (WS-PRICE-COUNT)
                          END-READ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ANL-PRICES
           IF TXN-CODES-CHECK-STATUS = "00"
              CLOSE TXN-CODES
           END-IF.
       0160-END.

       0190-CLOSE-INPUTS.
           CLOSE ANL-ACCOUNTS
           CLOSE ACCOUNTS
           CLOSE TRANSACTIONS
           IF WS-EOD-OPEN = "Y"
              CLOSE EOD-BALANCES
              MOVE "N" TO WS-EOD-OPEN
           END-IF.
       0190-END.

       0200-ANALYZE-ACCOUNT.
           IF ANA-STATUS NOT = "ACTIVE"
              GO TO 0200-END
           END-IF

           IF ANA-LAST-MONTH = WS-FEE-MONTH
              ADD 1 TO WS-ALREADY-COUNT
              GO TO 0200-END
           END-IF

           MOVE ANA-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 ADD 1 TO WS-SKIPPED-COUNT
                 GO TO 0200-END
           END-READ

           IF FS-STATUS NOT = "ACTIVE"
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 0200-END
           END-IF

           IF WS-POST-COUNT >= 2000
              MOVE "99" TO WS-ERR-CODE
              MOVE "ANALYSIS TABLE FULL" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 0200-END
           END-IF

           PERFORM 0250-COUNT-ACTIVITY THRU 0250-END
           PERFORM 0300-EARNINGS-CREDIT

           IF WS-CHARGES > WS-CREDIT
              COMPUTE WS-NET = WS-CHARGES - WS-CREDIT
           ELSE
              MOVE ZEROES TO WS-NET
           END-IF

           PERFORM 0400-WRITE-ANALYSIS-STATEMENT

           ADD 1 TO WS-POST-COUNT
           MOVE ANA-ACC-ID TO WS-PQ-ACC-ID (WS-POST-COUNT)
           MOVE WS-CHARGES TO WS-PQ-CHARGES (WS-POST-COUNT)
           MOVE WS-CREDIT TO WS-PQ-CREDIT (WS-POST-COUNT)
           MOVE WS-NET TO WS-PQ-NET (WS-POST-COUNT)
           ADD 1 TO WS-ANALYZED-COUNT.
       0200-END.

       0250-COUNT-ACTIVITY.
           MOVE ZEROES TO WS-CHARGES
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PRICE-COUNT
              MOVE ZEROES TO WS-PT-VOLUME (WS-PT-IDX)
              MOVE ZEROES TO WS-PT-CHARGE (WS-PT-IDX)
           END-PERFORM

           IF WS-PRICE-COUNT = ZEROES
              GO TO 0250-END
           END-IF

           MOVE FS-ID TO TR-ACC-ID
           SET NOT-EOF-TRANSACTIONS TO TRUE
           START TRANSACTIONS KEY IS = TR-ACC-ID
              INVALID KEY
                 SET EOF-TRANSACTIONS TO TRUE
           END-START

           PERFORM UNTIL EOF-TRANSACTIONS
              READ TRANSACTIONS NEXT RECORD
                 AT END
                    SET EOF-TRANSACTIONS TO TRUE
                 NOT AT END
                    IF TR-ACC-ID NOT = FS-ID
                       SET EOF-TRANSACTIONS TO TRUE
                    ELSE
                       PERFORM 0260-COUNT-TRANSACTION THRU 0260-END
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PRICE-COUNT
              IF WS-PT-VOLUME (WS-PT-IDX) > ZEROES
                 COMPUTE WS-PT-CHARGE (WS-PT-IDX) ROUNDED =
                         WS-PT-VOLUME (WS-PT-IDX)
                       * WS-PT-PRICE (WS-PT-IDX)
                 ADD WS-PT-CHARGE (WS-PT-IDX) TO WS-CHARGES
              END-IF
           END-PERFORM.
       0250-END.

       0260-COUNT-TRANSACTION.
           IF TR-DATE(1:7) NOT = WS-FEE-MONTH
              GO TO 0260-END
           END-IF

           IF TR-STATUS = "CANCELED" OR TR-STATUS = "PENDING"
              OR TR-STATUS = "REVIEW"
              GO TO 0260-END
           END-IF

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PRICE-COUNT
              IF WS-PT-CODE (WS-PT-IDX) = TR-TXN-CODE
                 ADD 1 TO WS-PT-VOLUME (WS-PT-IDX)
                 MOVE WS-PRICE-COUNT TO WS-PT-IDX
              END-IF
           END-PERFORM.
       0260-END.

       0300-EARNINGS-CREDIT.
           MOVE ZEROES TO WS-EOD-SUM
           MOVE ZEROES TO WS-EOD-DAYS

           IF WS-EOD-OPEN = "Y"
              PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                 UNTIL WS-DAY-NO > WS-MONTH-DAYS
                 COMPUTE EOD-DATE = WS-FIRST-NUM + WS-DAY-NO - 1
                 MOVE FS-ID TO EOD-ACC-ID
                 READ EOD-BALANCES KEY IS EOD-KEY
                    NOT INVALID KEY
                       ADD EOD-BALANCE TO WS-EOD-SUM
                       ADD 1 TO WS-EOD-DAYS
                 END-READ
              END-PERFORM
           END-IF

           IF WS-EOD-DAYS = ZEROES
              MOVE FS-BALANCE TO WS-AVG-LEDGER
           ELSE
              COMPUTE WS-AVG-LEDGER ROUNDED =
                      WS-EOD-SUM / WS-EOD-DAYS
           END-IF

           MOVE ZEROES TO WS-AVG-COLLECTED
           MOVE ZEROES TO WS-CREDIT
           IF WS-AVG-LEDGER > ZEROES
              COMPUTE WS-AVG-COLLECTED ROUNDED =
                      WS-AVG-LEDGER * (100 - WS-RESERVE-PCT) / 100
              COMPUTE WS-CREDIT ROUNDED =
                      WS-AVG-COLLECTED * WS-ECR-RATE * WS-MONTH-DAYS
                      / WS-DAY-BASIS
           END-IF.
       0300-END.

       0400-WRITE-ANALYSIS-STATEMENT.
           MOVE WS-PAGE-BREAK TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "ACCOUNT ANALYSIS STATEMENT - " WS-FEE-MONTH
              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "ACCOUNT " FS-ID " CUSTOMER " FS-CUST-ID " "
                  FS-FULLNAME " TYPE " FS-TYPE
              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-ACTIVITY-HEADER TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE ZEROES TO WS-ACTIVITY-LINES
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PRICE-COUNT
              IF WS-PT-VOLUME (WS-PT-IDX) > ZEROES
                 MOVE SPACES TO WS-ACTIVITY-LINE
                 MOVE WS-PT-CODE (WS-PT-IDX) TO WS-AL-CODE
                 MOVE WS-PT-DESC (WS-PT-IDX) TO WS-AL-DESC
                 MOVE WS-PT-VOLUME (WS-PT-IDX) TO WS-AL-VOLUME
                 MOVE WS-PT-PRICE (WS-PT-IDX) TO WS-AL-PRICE
                 MOVE WS-PT-CHARGE (WS-PT-IDX) TO WS-AL-CHARGE
                 MOVE WS-ACTIVITY-LINE TO STATEMENT-LINE
                 WRITE STATEMENT-LINE
                 ADD 1 TO WS-ACTIVITY-LINES
              END-IF
           END-PERFORM

           IF WS-ACTIVITY-LINES = ZEROES
              MOVE "NO BILLABLE ACTIVITY IN THE MONTH."
                TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-CHARGES TO WS-ED-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "TOTAL SERVICE CHARGES          " WS-ED-AMOUNT
              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-AVG-LEDGER TO WS-ED-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "AVERAGE LEDGER BALANCE         " WS-ED-AMOUNT
                  "  (" WS-EOD-DAYS " DAYS)"
              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-AVG-COLLECTED TO WS-ED-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "AVERAGE COLLECTED BALANCE      " WS-ED-AMOUNT
                  "  (RESERVE " WS-RESERVE-PCT " PCT)"
              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-CREDIT TO WS-ED-AMOUNT
           MOVE WS-ECR-RATE TO WS-ED-RATE
           MOVE SPACES TO STATEMENT-LINE
           STRING "EARNINGS CREDIT                " WS-ED-AMOUNT
                  "  (RATE " WS-ED-RATE ")"
              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-NET TO WS-ED-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "NET ANALYSIS CHARGE            " WS-ED-AMOUNT
              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-NET = ZEROES
              MOVE SPACES TO STATEMENT-LINE
              STRING "THE EARNINGS CREDIT COVERS THIS MONTH'S "
                     "SERVICE CHARGES - NO FEE IS DUE."
                 DELIMITED BY SIZE INTO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF.
       0400-END.

       0500-POST-ANALYSIS-FEES.
           IF WS-POST-COUNT = ZEROES
              GO TO 0500-END
           END-IF

           OPEN I-O ANL-ACCOUNTS
           IF ANL-ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ANL-ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "REOPENING ANALYSIS ACCOUNTS" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0500-END
           END-IF

           IF WS-FEE-INCOME-ACC = ZEROES
              DISPLAY "NO FEE INCOME ACCOUNT DESIGNATED - NO "
                      "OFFSET ENTRIES POSTED."
           END-IF

           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
              UNTIL WS-PQ-IDX > WS-POST-COUNT
              PERFORM 0550-POST-ONE-FEE THRU 0550-END
           END-PERFORM

           CLOSE ANL-ACCOUNTS.
       0500-END.

       0550-POST-ONE-FEE.
           IF WS-PQ-NET (WS-PQ-IDX) = ZEROES
              ADD 1 TO WS-COVERED-COUNT
              GO TO 0550-MARK-DONE
           END-IF

           MOVE WS-PQ-ACC-ID (WS-PQ-IDX) TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE WS-PQ-NET (WS-PQ-IDX) TO WS-PR-AMOUNT
           MOVE "ACCOUNT ANALYSIS FEE" TO WS-PR-DESC
           MOVE ZEROES TO WS-PR-RELATED-ID
           PERFORM 0720-POST-SYSTEM-ENTRY

           IF WS-RS-REJECTED
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY "ANALYSIS FEE NOT POSTED FOR ACCT "
                      WS-PQ-ACC-ID (WS-PQ-IDX) " - " WS-RS-REASON
              MOVE "99" TO WS-ERR-CODE
              MOVE "POSTING ANALYSIS FEE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0550-END
           END-IF

           IF WS-FEE-INCOME-ACC NOT = ZEROES
              MOVE WS-FEE-INCOME-ACC TO WS-PR-ACC-ID
              MOVE "CREDIT" TO WS-PR-TYPE
              MOVE WS-PQ-NET (WS-PQ-IDX) TO WS-PR-AMOUNT
              MOVE "ANALYSIS FEE INCOME" TO WS-PR-DESC
              MOVE WS-RS-TR-ID TO WS-PR-RELATED-ID
              PERFORM 0720-POST-SYSTEM-ENTRY
           END-IF

           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-PQ-NET (WS-PQ-IDX) TO WS-CHARGED-TOTAL.

       0550-MARK-DONE.
           MOVE WS-PQ-ACC-ID (WS-PQ-IDX) TO ANA-ACC-ID
           READ ANL-ACCOUNTS KEY IS ANA-ACC-ID
              INVALID KEY
                 GO TO 0550-END
           END-READ

           MOVE WS-FEE-MONTH TO ANA-LAST-MONTH
           MOVE WS-PQ-CHARGES (WS-PQ-IDX) TO ANA-LAST-CHARGES
           MOVE WS-PQ-CREDIT (WS-PQ-IDX) TO ANA-LAST-CREDIT
           MOVE WS-PQ-NET (WS-PQ-IDX) TO ANA-LAST-NET
           REWRITE ANA-DETAILS
              INVALID KEY
                 MOVE "99" TO WS-ERR-CODE
                 MOVE "REWRITING ANALYSIS ACCOUNT" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE.
       0550-END.

       0720-POST-SYSTEM-ENTRY.
           MOVE "ANL" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "ANALYSIS" TO WS-PR-CHANNEL
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
                  " " WS-AUDIT-OPERATOR " accountAnalysis: "
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
                  " accountAnalysis " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
