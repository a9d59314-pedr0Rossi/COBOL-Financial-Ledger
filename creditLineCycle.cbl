       IDENTIFICATION DIVISION.
       PROGRAM-ID. creditLineCycle.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CREDIT-LINES ASSIGN TO "creditlines.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-ACC-ID
           FILE STATUS IS CREDIT-LINES-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT LOC-TERMS ASSIGN TO "locterms.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOC-TERMS-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.

       SELECT STMT-OUT ASSIGN TO WS-STMT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STMT-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  LOC-TERMS.
       01  LOC-TERMS-LINE.
           05 LT-MIN-PCT             PIC V9(4).
           05 FILLER                 PIC X(1).
           05 LT-MIN-FLOOR           PIC 9(5)V99.
           05 FILLER                 PIC X(1).
           05 LT-LATE-FEE            PIC 9(5)V99.
           05 FILLER                 PIC X(1).
           05 LT-GRACE-DAYS          PIC 9(2).

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-FEE-INCOME-ACC      PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-SETTLEMENT-ACC      PIC 9(8).

       FD  STMT-OUT.
       01  STMT-LINE                 PIC X(80).

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

       01  CREDIT-LINES-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  LOC-TERMS-CHECK-STATUS    PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  STMT-CHECK-STATUS         PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-ERR-CODE               PIC XX.
       01  WS-ERR-CONTEXT            PIC X(30).
       01  WS-ERR-STATUS-MSG         PIC X(40).
       01  WS-ERR-TIMESTAMP          PIC X(26).

       01  WS-EOF-LINES              PIC X VALUE "N".
           88  EOF-LINES             VALUE "Y".
           88  NOT-EOF-LINES         VALUE "N".

       01  WS-STMT-OPEN              PIC X VALUE "N".

       01  WS-MIN-PCT                PIC V9(4) VALUE 0.0300.
       01  WS-MIN-FLOOR              PIC 9(5)V99 VALUE 25.00.
       01  WS-LATE-FEE               PIC 9(5)V99 VALUE 25.00.
       01  WS-GRACE-DAYS             PIC 9(2) VALUE 25.
       01  WS-FEE-INCOME-ACC         PIC 9(8) VALUE ZEROES.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-STMT-NAME              PIC X(40).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-BUS-NUM                PIC 9(8).
       01  WS-BUS-INT                PIC 9(8).
       01  WS-LAST-NUM               PIC 9(8).
       01  WS-LAST-INT               PIC 9(8).
       01  WS-DUE-NUM                PIC 9(8).
       01  WS-DUE-INT                PIC 9(8).
       01  WS-ACCRUAL-DAYS           PIC 9(5).

       01  WS-STMT-YEAR              PIC 9(4).
       01  WS-STMT-MONTH             PIC 9(4).

       01  WS-NEXT-STMT.
           05 WS-NS-YEAR             PIC 9(4).
           05 FILLER                 VALUE "-".
           05 WS-NS-MONTH            PIC 9(2).
           05 FILLER                 VALUE "-".
           05 WS-NS-DAY              PIC 9(2).

       01  WS-DUE-DATE               PIC X(10).

       01  WS-ACC-BALANCE            PIC S9(9)V99.
       01  WS-ACC-FOUND              PIC X.
       01  WS-OUTSTANDING            PIC 9(9)V99.
       01  WS-DAY-INTEREST           PIC 9(7)V9(4).
       01  WS-BILLED-INTEREST        PIC 9(7)V99.
       01  WS-PAST-DUE               PIC 9(7)V99.
       01  WS-NEW-MIN                PIC 9(9)V99.
       01  WS-AVAILABLE              PIC S9(9)V99.

       01  WS-LINE-COUNT             PIC 9(6) VALUE ZEROES.
       01  WS-STMT-COUNT             PIC 9(6) VALUE ZEROES.
       01  WS-LATE-COUNT             PIC 9(6) VALUE ZEROES.
       01  WS-INTEREST-TOTAL         PIC 9(9)V99 VALUE ZEROES.
       01  WS-FEE-TOTAL              PIC 9(9)V99 VALUE ZEROES.

       01  WS-NOTICE-ACC-ID          PIC 9(8).
       01  WS-NOTICE-EVENT           PIC X(12).
       01  WS-NOTICE-TEXT            PIC X(60).

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
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE CREDIT LINE "
                      "CYCLE CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
           MOVE WS-DATE-YYYYMMDD TO WS-BUS-NUM
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE (WS-BUS-NUM)

           STRING "locstatements_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-STMT-NAME

           OPEN I-O CREDIT-LINES
           IF CREDIT-LINES-CHECK-STATUS NOT = "00"
              DISPLAY "NO CREDIT LINES ON FILE - NOTHING TO CYCLE."
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0150-READ-TERMS

           MOVE LOW-VALUES TO CL-ACC-ID
           SET NOT-EOF-LINES TO TRUE
           START CREDIT-LINES KEY IS NOT LESS THAN CL-ACC-ID
              INVALID KEY
                 SET EOF-LINES TO TRUE
           END-START

           PERFORM UNTIL EOF-LINES
              READ CREDIT-LINES NEXT RECORD
                 AT END
                    SET EOF-LINES TO TRUE
                 NOT AT END
                    IF CL-STATUS NOT = "CLOSED"
                       PERFORM 0200-CYCLE-LINE THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CREDIT-LINES

           IF WS-STMT-OPEN = "Y"
              CLOSE STMT-OUT
              MOVE "LINE STATEMENTS" TO WS-CAT-REPORT-NAME
              MOVE WS-STMT-NAME TO WS-CAT-FILE-NAME
              MOVE WS-BUS-DATE TO WS-CAT-PARAMS
              CALL "catalogReport" USING WS-CAT-REPORT-NAME
                   WS-CAT-FILE-NAME WS-CAT-PARAMS
              DISPLAY "CREDIT LINE STATEMENTS WRITTEN TO "
                      WS-STMT-NAME
           END-IF

           DISPLAY "CREDIT LINES CYCLED:   " WS-LINE-COUNT
           DISPLAY "STATEMENTS PRODUCED:   " WS-STMT-COUNT
                   " INTEREST BILLED " WS-INTEREST-TOTAL
           DISPLAY "LATE FEES CHARGED:     " WS-LATE-COUNT
                   " AMOUNT " WS-FEE-TOTAL

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "LINES " WS-LINE-COUNT " STMTS " WS-STMT-COUNT
                  " INT " WS-INTEREST-TOTAL " LATE " WS-LATE-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-READ-TERMS.
           OPEN INPUT LOC-TERMS
           IF LOC-TERMS-CHECK-STATUS = "00"
              READ LOC-TERMS
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LT-MIN-PCT NUMERIC
                       MOVE LT-MIN-PCT TO WS-MIN-PCT
                    END-IF
                    IF LT-MIN-FLOOR NUMERIC
                       MOVE LT-MIN-FLOOR TO WS-MIN-FLOOR
                    END-IF
                    IF LT-LATE-FEE NUMERIC
                       MOVE LT-LATE-FEE TO WS-LATE-FEE
                    END-IF
                    IF LT-GRACE-DAYS NUMERIC
                       MOVE LT-GRACE-DAYS TO WS-GRACE-DAYS
                    END-IF
              END-READ
              CLOSE LOC-TERMS
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

       0200-CYCLE-LINE.
           ADD 1 TO WS-LINE-COUNT

           PERFORM 0700-READ-ACCOUNT THRU 0700-END
           IF WS-ACC-FOUND NOT = "Y"
              MOVE "23" TO WS-ERR-CODE
              MOVE "CREDIT LINE ACCOUNT MISSING" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0200-END
           END-IF

           PERFORM 0300-ACCRUE-INTEREST THRU 0300-END
           PERFORM 0400-CHECK-LATE THRU 0400-END

           IF CL-NEXT-STMT-DATE NOT > WS-BUS-DATE
              PERFORM 0500-PRODUCE-STATEMENT
           END-IF

           REWRITE CL-DETAILS
              INVALID KEY
                 MOVE CREDIT-LINES-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "REWRITING CREDIT LINE" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE.
       0200-END.

       0300-ACCRUE-INTEREST.
           IF CL-LAST-ACCRUAL NOT < WS-BUS-DATE
              GO TO 0300-END
           END-IF

           MOVE CL-LAST-ACCRUAL(1:4) TO WS-LAST-NUM(1:4)
           MOVE CL-LAST-ACCRUAL(6:2) TO WS-LAST-NUM(5:2)
           MOVE CL-LAST-ACCRUAL(9:2) TO WS-LAST-NUM(7:2)
           COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-LAST-NUM)
           COMPUTE WS-ACCRUAL-DAYS = WS-BUS-INT - WS-LAST-INT

           IF WS-OUTSTANDING > ZEROES
              AND CL-ANNUAL-RATE > ZEROES
              COMPUTE WS-DAY-INTEREST ROUNDED =
                      WS-OUTSTANDING * CL-ANNUAL-RATE
                      * WS-ACCRUAL-DAYS / 365
              ADD WS-DAY-INTEREST TO CL-ACCRUED-INT
           END-IF

           MOVE WS-BUS-DATE TO CL-LAST-ACCRUAL.
       0300-END.

       0400-CHECK-LATE.
           IF CL-DUE-DATE = SPACES
              OR CL-LATE-CHARGED = "Y"
              OR CL-MIN-DUE = ZEROES
              GO TO 0400-END
           END-IF

           IF CL-DUE-DATE NOT < WS-BUS-DATE
              GO TO 0400-END
           END-IF

           MOVE "Y" TO CL-LATE-CHARGED

           IF CL-PAID-SINCE-STMT NOT < CL-MIN-DUE
              GO TO 0400-END
           END-IF

           MOVE "ARREARS" TO CL-STATUS
           ADD 1 TO CL-PAST-DUE-COUNT
           ADD 1 TO WS-LATE-COUNT

           IF WS-LATE-FEE > ZEROES
              MOVE CL-ACC-ID TO WS-PR-ACC-ID
              MOVE "DEBIT" TO WS-PR-TYPE
              MOVE WS-LATE-FEE TO WS-PR-AMOUNT
              MOVE "LATE PAYMENT FEE" TO WS-PR-DESC
              MOVE "FEE" TO WS-PR-TXN-CODE
              MOVE ZEROES TO WS-PR-RELATED-ID
              PERFORM 0720-POST-SYSTEM-ENTRY
              IF WS-RS-POSTED
                 ADD WS-LATE-FEE TO WS-FEE-TOTAL
                 IF WS-FEE-INCOME-ACC NOT = ZEROES
                    MOVE WS-FEE-INCOME-ACC TO WS-PR-ACC-ID
                    MOVE "CREDIT" TO WS-PR-TYPE
                    MOVE WS-LATE-FEE TO WS-PR-AMOUNT
                    MOVE "LOC LATE FEE" TO WS-PR-DESC
                    MOVE "FEE" TO WS-PR-TXN-CODE
                    MOVE WS-RS-TR-ID TO WS-PR-RELATED-ID
                    PERFORM 0720-POST-SYSTEM-ENTRY
                 END-IF
              ELSE
                 MOVE "99" TO WS-ERR-CODE
                 MOVE "POSTING LATE FEE" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
              END-IF
           END-IF

           MOVE CL-ACC-ID TO WS-NOTICE-ACC-ID
           MOVE "LOCLATE" TO WS-NOTICE-EVENT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "MINIMUM DUE " CL-MIN-DUE " NOT RECEIVED BY "
                  CL-DUE-DATE " - LINE SUSPENDED."
              DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           CALL "writeNotice" USING WS-NOTICE-ACC-ID
                WS-NOTICE-EVENT WS-NOTICE-TEXT.
       0400-END.

       0500-PRODUCE-STATEMENT.
           COMPUTE WS-BILLED-INTEREST ROUNDED = CL-ACCRUED-INT
           IF WS-BILLED-INTEREST > ZEROES
              MOVE CL-ACC-ID TO WS-PR-ACC-ID
              MOVE "DEBIT" TO WS-PR-TYPE
              MOVE WS-BILLED-INTEREST TO WS-PR-AMOUNT
              MOVE "LINE INTEREST" TO WS-PR-DESC
              MOVE "LOCI" TO WS-PR-TXN-CODE
              MOVE ZEROES TO WS-PR-RELATED-ID
              PERFORM 0720-POST-SYSTEM-ENTRY
              IF WS-RS-POSTED
                 ADD WS-BILLED-INTEREST TO WS-INTEREST-TOTAL
                 MOVE ZEROES TO CL-ACCRUED-INT
              ELSE
                 MOVE ZEROES TO WS-BILLED-INTEREST
                 MOVE "99" TO WS-ERR-CODE
                 MOVE "POSTING LINE INTEREST" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
              END-IF
           ELSE
              MOVE ZEROES TO CL-ACCRUED-INT
           END-IF

           PERFORM 0700-READ-ACCOUNT THRU 0700-END

           MOVE ZEROES TO WS-PAST-DUE
           IF CL-MIN-DUE > CL-PAID-SINCE-STMT
              COMPUTE WS-PAST-DUE = CL-MIN-DUE - CL-PAID-SINCE-STMT
           END-IF

           MOVE ZEROES TO WS-NEW-MIN
           MOVE SPACES TO WS-DUE-DATE
           IF WS-OUTSTANDING > ZEROES
              COMPUTE WS-NEW-MIN ROUNDED =
                      WS-OUTSTANDING * WS-MIN-PCT
              IF WS-NEW-MIN < WS-MIN-FLOOR
                 MOVE WS-MIN-FLOOR TO WS-NEW-MIN
              END-IF
              ADD WS-PAST-DUE TO WS-NEW-MIN
              IF WS-NEW-MIN > WS-OUTSTANDING
                 MOVE WS-OUTSTANDING TO WS-NEW-MIN
              END-IF
              COMPUTE WS-DUE-INT = WS-BUS-INT + WS-GRACE-DAYS
              COMPUTE WS-DUE-NUM =
                      FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
              MOVE WS-DUE-NUM(1:4) TO WS-DUE-DATE(1:4)
              MOVE "-" TO WS-DUE-DATE(5:1)
              MOVE WS-DUE-NUM(5:2) TO WS-DUE-DATE(6:2)
              MOVE "-" TO WS-DUE-DATE(8:1)
              MOVE WS-DUE-NUM(7:2) TO WS-DUE-DATE(9:2)
           END-IF

           MOVE WS-OUTSTANDING TO CL-STMT-BALANCE
           MOVE WS-NEW-MIN TO CL-MIN-DUE
           MOVE WS-DUE-DATE TO CL-DUE-DATE
           MOVE ZEROES TO CL-PAID-SINCE-STMT
           MOVE "N" TO CL-LATE-CHARGED
           MOVE WS-BUS-DATE TO CL-LAST-STMT-DATE

           MOVE CL-NEXT-STMT-DATE(1:4) TO WS-STMT-YEAR
           MOVE CL-NEXT-STMT-DATE(6:2) TO WS-STMT-MONTH
           MOVE CL-NEXT-STMT-DATE(9:2) TO WS-NS-DAY
           MOVE WS-STMT-YEAR TO WS-NS-YEAR
           MOVE WS-STMT-MONTH TO WS-NS-MONTH
           PERFORM UNTIL WS-NEXT-STMT > WS-BUS-DATE
              ADD 1 TO WS-STMT-MONTH
              IF WS-STMT-MONTH > 12
                 SUBTRACT 12 FROM WS-STMT-MONTH
                 ADD 1 TO WS-STMT-YEAR
              END-IF
              MOVE WS-STMT-YEAR TO WS-NS-YEAR
              MOVE WS-STMT-MONTH TO WS-NS-MONTH
           END-PERFORM
           MOVE WS-NEXT-STMT TO CL-NEXT-STMT-DATE

           PERFORM 0550-WRITE-STATEMENT THRU 0550-END
           ADD 1 TO WS-STMT-COUNT

           IF CL-MIN-DUE > ZEROES
              MOVE CL-ACC-ID TO WS-NOTICE-ACC-ID
              MOVE "LOCSTMT" TO WS-NOTICE-EVENT
              MOVE SPACES TO WS-NOTICE-TEXT
              STRING "LINE STATEMENT - MINIMUM DUE " CL-MIN-DUE
                     " BY " CL-DUE-DATE
                 DELIMITED BY SIZE INTO WS-NOTICE-TEXT
              CALL "writeNotice" USING WS-NOTICE-ACC-ID
                   WS-NOTICE-EVENT WS-NOTICE-TEXT
           END-IF.
       0500-END.

       0550-WRITE-STATEMENT.
           IF WS-STMT-OPEN NOT = "Y"
              OPEN OUTPUT STMT-OUT
              IF STMT-CHECK-STATUS NOT = "00"
                 MOVE STMT-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "OPENING LINE STATEMENT FILE" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
                 GO TO 0550-END
              END-IF
              MOVE "Y" TO WS-STMT-OPEN
           END-IF

           COMPUTE WS-AVAILABLE = CL-CREDIT-LIMIT - WS-OUTSTANDING
           IF WS-AVAILABLE < ZEROES
              MOVE ZEROES TO WS-AVAILABLE
           END-IF

           MOVE SPACES TO STMT-LINE
           STRING "CREDIT LINE STATEMENT - ACCOUNT " CL-ACC-ID
                  " - " WS-BUS-DATE
              DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING "  CREDIT LIMIT:      " CL-CREDIT-LIMIT
                  "  STATUS: " CL-STATUS
              DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING "  INTEREST BILLED:   " WS-BILLED-INTEREST
                  "  RATE: " CL-ANNUAL-RATE
              DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING "  NEW BALANCE:       " CL-STMT-BALANCE
                  "  AVAILABLE: " WS-AVAILABLE
              DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING "  PAST DUE INCLUDED: " WS-PAST-DUE
              DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING "  MINIMUM PAYMENT:   " CL-MIN-DUE
                  "  DUE DATE: " CL-DUE-DATE
              DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE.
       0550-END.

       0700-READ-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND
           MOVE ZEROES TO WS-ACC-BALANCE
           MOVE ZEROES TO WS-OUTSTANDING

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0700-END
           END-IF

           MOVE CL-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              NOT INVALID KEY
                 MOVE "Y" TO WS-ACC-FOUND
                 MOVE FS-BALANCE TO WS-ACC-BALANCE
           END-READ
           CLOSE ACCOUNTS

           IF WS-ACC-BALANCE < ZEROES
              COMPUTE WS-OUTSTANDING = 0 - WS-ACC-BALANCE
           END-IF.
       0700-END.

       0720-POST-SYSTEM-ENTRY.
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "CREDITLN" TO WS-PR-CHANNEL
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
                  " " WS-AUDIT-OPERATOR " creditLineCycle: "
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
                  " creditLineCycle " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
