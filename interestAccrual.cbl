       IDENTIFICATION DIVISION.
       PROGRAM-ID. interestAccrual.
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

       SELECT CD-TERMS ASSIGN TO "cdterms.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-ACC-ID
           FILE STATUS IS CD-TERMS-CHECK-STATUS.

       SELECT ACCRUALS ASSIGN TO "accruals.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-ACC-ID
           FILE STATUS IS ACCRUALS-CHECK-STATUS.

       SELECT ACCRUAL-CTL ASSIGN TO "accrual.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCRUAL-CTL-CHECK-STATUS.

       SELECT HOLIDAYS ASSIGN TO "holidays.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLIDAYS-CHECK-STATUS.

       SELECT GL-RULES ASSIGN TO "glrules.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLR-TC-CODE
           FILE STATUS IS GL-RULES-CHECK-STATUS.

       SELECT GL-JOURNAL ASSIGN TO "gljournal.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLJ-ID
           FILE STATUS IS GL-JOURNAL-CHECK-STATUS.

       SELECT SEQ-FILE ASSIGN TO "trseq.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEQ-NAME
           FILE STATUS IS SEQ-CHECK-STATUS.

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

       FD  CD-TERMS.
       01  CD-DETAILS.
           05 CD-ACC-ID           PIC 9(8).
           05 CD-TERM-MONTHS      PIC 9(3).
           05 CD-RATE             PIC V9(4).
           05 CD-PENALTY-RATE     PIC V9(4).
           05 CD-OPEN-DATE        PIC X(10).
           05 CD-MATURITY-DATE    PIC X(10).
           05 CD-DISPOSITION      PIC X(8).
           05 CD-STATUS           PIC X(8).

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

       FD  ACCRUAL-CTL.
       01  ACCRUAL-CTL-LINE.
           05 AC-DEPOSIT-RATE        PIC V9(4).
           05 FILLER                 PIC X.
           05 AC-DAY-BASIS           PIC 9(3).

       FD  HOLIDAYS.
       01  HOLIDAY-LINE              PIC X(10).

       FD  GL-RULES.
       01  GLR-DETAILS.
           05 GLR-TC-CODE            PIC X(4).
           05 GLR-DR-ACCT            PIC 9(6).
           05 GLR-CR-ACCT            PIC 9(6).
           05 GLR-STATUS             PIC X(8).

       FD  GL-JOURNAL.
       01  GLJ-DETAILS.
           05 GLJ-ID                 PIC 9(9).
           05 GLJ-DATE               PIC X(10).
           05 GLJ-TC-CODE            PIC X(4).
           05 GLJ-DR-ACCT            PIC 9(6).
           05 GLJ-CR-ACCT            PIC 9(6).
           05 GLJ-AMOUNT             PIC 9(9)V99.
           05 GLJ-TR-ID              PIC 9(9).
           05 GLJ-BRANCH             PIC X(4).

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05 SEQ-NAME               PIC X(10).
           05 SEQ-NEXT-ID            PIC 9(9).

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
       01  CD-TERMS-CHECK-STATUS     PIC XX.
       01  ACCRUALS-CHECK-STATUS     PIC XX.
       01  ACCRUAL-CTL-CHECK-STATUS  PIC XX.
       01  HOLIDAYS-CHECK-STATUS     PIC XX.
       01  GL-RULES-CHECK-STATUS     PIC XX.
       01  GL-JOURNAL-CHECK-STATUS   PIC XX.
       01  SEQ-CHECK-STATUS          PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-LOANS-OPEN             PIC X VALUE "N".
       01  WS-CD-TERMS-OPEN          PIC X VALUE "N".

       01  WS-EOF-EOD                PIC X VALUE "N".
           88  EOF-EOD               VALUE "Y".
           88  NOT-EOF-EOD           VALUE "N".

       01  WS-EOF-ACCRUALS           PIC X VALUE "N".
           88  EOF-ACCRUALS          VALUE "Y".
           88  NOT-EOF-ACCRUALS      VALUE "N".

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

       01  WS-DEPOSIT-RATE           PIC V9(4) VALUE .0600.
       01  WS-DAY-BASIS              PIC 9(3) VALUE 365.

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
       01  WS-KIND                   PIC X(4).
       01  WS-RATE                   PIC V9(4).
       01  WS-BASE                   PIC 9(9)V99.
       01  WS-DAY-AMOUNT             PIC 9(7)V9(4).
       01  WS-ROUNDED-ACCRUED        PIC 9(9)V99.
       01  WS-CHANGE                 PIC S9(9)V99.

       01  WS-SCANNED                PIC 9(7) VALUE ZEROES.
       01  WS-DEP-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-LOAN-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-REVERSED-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-DEP-TODAY              PIC 9(9)V9(4) VALUE ZEROES.
       01  WS-LOAN-TODAY             PIC 9(9)V9(4) VALUE ZEROES.
       01  WS-DEP-CHANGE             PIC S9(11)V99 VALUE ZEROES.
       01  WS-LOAN-CHANGE            PIC S9(11)V99 VALUE ZEROES.
       01  WS-DEP-POSTED             PIC X VALUE "N".
       01  WS-LOAN-POSTED            PIC X VALUE "N".

       01  WS-GL-CODE                PIC X(4).
       01  WS-GL-CHANGE              PIC S9(11)V99.
       01  WS-GL-POSTED              PIC X.
       01  WS-NEXT-GLJ-ID            PIC 9(9).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN - INTEREST "
                      "ACCRUAL CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-BUS-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-BUS-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-BUS-NUM(7:2)
           MOVE WS-BUS-NUM TO WS-DATE-YYYYMMDD
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE (WS-BUS-NUM)

           PERFORM 0150-READ-CONTROL
           PERFORM 0160-SET-ACCRUAL-PERIOD

           OPEN INPUT EOD-BALANCES
           IF EOD-CHECK-STATUS NOT = "00"
              MOVE EOD-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING EOD BALANCES FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE EOD-BALANCES
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT LOANS
           IF LOANS-CHECK-STATUS = "00"
              MOVE "Y" TO WS-LOANS-OPEN
           END-IF
           OPEN INPUT CD-TERMS
           IF CD-TERMS-CHECK-STATUS = "00"
              MOVE "Y" TO WS-CD-TERMS-OPEN
           END-IF

           OPEN I-O ACCRUALS
           IF ACCRUALS-CHECK-STATUS = "35"
              OPEN OUTPUT ACCRUALS
              CLOSE ACCRUALS
              OPEN I-O ACCRUALS
           END-IF
           IF ACCRUALS-CHECK-STATUS NOT = "00"
              MOVE ACCRUALS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCRUALS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              PERFORM 0190-CLOSE-INPUTS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "accruals_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME
           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCRUAL REPORT" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              PERFORM 0190-CLOSE-INPUTS
              CLOSE ACCRUALS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "INTEREST ACCRUAL FOR " WS-BUS-DATE
                  " ACCRUED THROUGH " WS-THRU-DATE
                  " - DEPOSIT RATE " WS-DEPOSIT-RATE
                  " BASIS " WS-DAY-BASIS
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT  KIND BALANCE        RATE  DAYS "
                  "TODAY        ACCRUED TO DATE"
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
              PERFORM 0500-MONTH-END-GL THRU 0500-END
           END-IF

           CLOSE ACCRUALS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPOSITS " WS-DEP-COUNT " ACCRUED " WS-DEP-TODAY
                  "  LOANS " WS-LOAN-COUNT " ACCRUED " WS-LOAN-TODAY
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REVERSED-COUNT > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "ACCRUALS REVERSED (NO LONGER ELIGIBLE): "
                     WS-REVERSED-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-OUT

           MOVE "INTEREST ACCRUAL" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "ACCRUED THROUGH:       " WS-THRU-DATE
           DISPLAY "DEPOSIT ACCOUNTS:      " WS-DEP-COUNT
                   " ACCRUED " WS-DEP-TODAY
           DISPLAY "LOAN ACCOUNTS:         " WS-LOAN-COUNT
                   " ACCRUED " WS-LOAN-TODAY
           DISPLAY "ACCRUALS REVERSED:     " WS-REVERSED-COUNT
           IF WS-IS-MONTH-END
              DISPLAY "MONTH-END GL CHANGE:   DEPOSITS " WS-DEP-CHANGE
                      " LOANS " WS-LOAN-CHANGE
           END-IF
           DISPLAY "ACCRUAL REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ACCRUAL THRU " WS-THRU-DATE " DEP " WS-DEP-COUNT
                  " LOAN " WS-LOAN-COUNT " MONTH END " WS-MONTH-END
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-READ-CONTROL.
           OPEN INPUT ACCRUAL-CTL
           IF ACCRUAL-CTL-CHECK-STATUS = "00"
              READ ACCRUAL-CTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AC-DEPOSIT-RATE NUMERIC
                       MOVE AC-DEPOSIT-RATE TO WS-DEPOSIT-RATE
                    END-IF
                    IF AC-DAY-BASIS NUMERIC
                       AND AC-DAY-BASIS > ZEROES
                       MOVE AC-DAY-BASIS TO WS-DAY-BASIS
                    END-IF
              END-READ
              CLOSE ACCRUAL-CTL
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
           CLOSE EOD-BALANCES
           CLOSE ACCOUNTS
           IF WS-LOANS-OPEN = "Y"
              CLOSE LOANS
              MOVE "N" TO WS-LOANS-OPEN
           END-IF
           IF WS-CD-TERMS-OPEN = "Y"
              CLOSE CD-TERMS
              MOVE "N" TO WS-CD-TERMS-OPEN
           END-IF.
       0190-END.

       0200-ACCRUE-ACCOUNT.
           PERFORM 0210-CHECK-ELIGIBLE THRU 0210-END

           MOVE EOD-ACC-ID TO ACR-ACC-ID
           READ ACCRUALS KEY IS ACR-ACC-ID
              INVALID KEY
                 IF WS-ELIGIBLE NOT = "Y"
                    GO TO 0200-END
                 END-IF
                 MOVE EOD-ACC-ID TO ACR-ACC-ID
                 MOVE ZEROES TO ACR-ACCRUED
                 MOVE ZEROES TO ACR-GL-BALANCE
                 MOVE SPACES TO ACR-LAST-RELIEF
                 MOVE ZEROES TO ACR-LAST-RELIEVED
                 COMPUTE WS-DAYS = WS-THRU-INT - WS-BUS-INT + 1
                 PERFORM 0250-ADD-DAYS
                 WRITE ACR-DETAILS
                    INVALID KEY
                       MOVE "99" TO WS-ERR-CODE
                       MOVE "WRITING ACCRUAL RECORD"
                         TO WS-ERR-CONTEXT
                       PERFORM 0890-LOG-ERROR
                 END-WRITE
                 GO TO 0200-END
           END-READ

           MOVE ACR-THROUGH(1:4) TO WS-LAST-THRU-NUM(1:4)
           MOVE ACR-THROUGH(6:2) TO WS-LAST-THRU-NUM(5:2)
           MOVE ACR-THROUGH(9:2) TO WS-LAST-THRU-NUM(7:2)
           IF WS-LAST-THRU-NUM >= WS-THRU-NUM
              GO TO 0200-END
           END-IF

           IF WS-ELIGIBLE NOT = "Y"
              PERFORM 0260-REVERSE-ACCRUAL THRU 0260-END
           ELSE
              COMPUTE WS-DAYS = WS-THRU-INT -
                      FUNCTION INTEGER-OF-DATE (WS-LAST-THRU-NUM)
              PERFORM 0250-ADD-DAYS
           END-IF

           REWRITE ACR-DETAILS
              INVALID KEY
                 MOVE "99" TO WS-ERR-CODE
                 MOVE "REWRITING ACCRUAL RECORD" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE.
       0200-END.

       0210-CHECK-ELIGIBLE.
           MOVE "N" TO WS-ELIGIBLE
           MOVE "DEP " TO WS-KIND
           MOVE ZEROES TO WS-RATE
           MOVE ZEROES TO WS-BASE

           MOVE EOD-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 GO TO 0210-END
           END-READ

           IF WS-LOANS-OPEN = "Y"
              MOVE EOD-ACC-ID TO LN-ACC-ID
              READ LOANS KEY IS LN-ACC-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "LOAN" TO WS-KIND
              END-READ
           END-IF

           IF WS-KIND = "LOAN"
              IF LN-STATUS = "ACTIVE" AND EOD-BALANCE < ZEROES
                 MOVE "Y" TO WS-ELIGIBLE
                 MOVE LN-ANNUAL-RATE TO WS-RATE
                 COMPUTE WS-BASE = ZEROES - EOD-BALANCE
              END-IF
              GO TO 0210-END
           END-IF

           IF EOD-STATUS NOT = "ACTIVE"
              GO TO 0210-END
           END-IF

           IF FUNCTION UPPER-CASE (FS-TYPE) NOT = "SAVINGS"
              GO TO 0210-END
           END-IF

           IF WS-CD-TERMS-OPEN = "Y"
              MOVE EOD-ACC-ID TO CD-ACC-ID
              READ CD-TERMS KEY IS CD-ACC-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CD-STATUS = "ACTIVE"
                       GO TO 0210-END
                    END-IF
              END-READ
           END-IF

           IF EOD-BALANCE > ZEROES
              MOVE "Y" TO WS-ELIGIBLE
              MOVE WS-DEPOSIT-RATE TO WS-RATE
              MOVE EOD-BALANCE TO WS-BASE
           END-IF.
       0210-END.

       0250-ADD-DAYS.
           COMPUTE WS-DAY-AMOUNT ROUNDED =
                   WS-BASE * WS-RATE * WS-DAYS / WS-DAY-BASIS

           MOVE WS-KIND TO ACR-KIND
           MOVE WS-RATE TO ACR-RATE
           MOVE WS-THRU-DATE TO ACR-THROUGH
           MOVE WS-DAY-AMOUNT TO ACR-LAST-AMOUNT
           ADD WS-DAY-AMOUNT TO ACR-ACCRUED

           IF WS-KIND = "LOAN"
              ADD 1 TO WS-LOAN-COUNT
              ADD WS-DAY-AMOUNT TO WS-LOAN-TODAY
           ELSE
              ADD 1 TO WS-DEP-COUNT
              ADD WS-DAY-AMOUNT TO WS-DEP-TODAY
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING ACR-ACC-ID " " ACR-KIND " " WS-BASE " " ACR-RATE
                  " " WS-DAYS "  " WS-DAY-AMOUNT " " ACR-ACCRUED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0250-END.

       0260-REVERSE-ACCRUAL.
           MOVE WS-THRU-DATE TO ACR-THROUGH
           MOVE ZEROES TO ACR-LAST-AMOUNT
           IF ACR-ACCRUED = ZEROES
              GO TO 0260-END
           END-IF

           COMPUTE ACR-LAST-RELIEVED ROUNDED = ACR-ACCRUED
           MOVE WS-BUS-DATE TO ACR-LAST-RELIEF
           MOVE ZEROES TO ACR-ACCRUED
           ADD 1 TO WS-REVERSED-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING ACR-ACC-ID " " ACR-KIND " ACCRUAL OF "
                  ACR-LAST-RELIEVED " REVERSED - NO LONGER ELIGIBLE"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0260-END.

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

       0500-MONTH-END-GL.
           MOVE ZEROES TO ACR-ACC-ID
           SET NOT-EOF-ACCRUALS TO TRUE
           START ACCRUALS KEY IS NOT LESS THAN ACR-ACC-ID
              INVALID KEY
                 SET EOF-ACCRUALS TO TRUE
           END-START

           PERFORM UNTIL EOF-ACCRUALS
              READ ACCRUALS NEXT RECORD
                 AT END
                    SET EOF-ACCRUALS TO TRUE
                 NOT AT END
                    COMPUTE WS-ROUNDED-ACCRUED ROUNDED = ACR-ACCRUED
                    COMPUTE WS-CHANGE =
                            WS-ROUNDED-ACCRUED - ACR-GL-BALANCE
                    IF ACR-KIND = "LOAN"
                       ADD WS-CHANGE TO WS-LOAN-CHANGE
                    ELSE
                       ADD WS-CHANGE TO WS-DEP-CHANGE
                    END-IF
              END-READ
           END-PERFORM

           OPEN INPUT GL-RULES
           IF GL-RULES-CHECK-STATUS NOT = "00"
              MOVE GL-RULES-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING GL RULES FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0500-END
           END-IF

           OPEN I-O GL-JOURNAL
           IF GL-JOURNAL-CHECK-STATUS = "35"
              OPEN OUTPUT GL-JOURNAL
              CLOSE GL-JOURNAL
              OPEN I-O GL-JOURNAL
           END-IF
           IF GL-JOURNAL-CHECK-STATUS NOT = "00"
              MOVE GL-JOURNAL-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING GL JOURNAL FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE GL-RULES
              GO TO 0500-END
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MONTH-END ACCRUAL ENTRIES THROUGH " WS-THRU-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ACRD" TO WS-GL-CODE
           MOVE WS-DEP-CHANGE TO WS-GL-CHANGE
           PERFORM 0550-POST-GL-CHANGE THRU 0550-END
           MOVE WS-GL-POSTED TO WS-DEP-POSTED

           MOVE "ACRL" TO WS-GL-CODE
           MOVE WS-LOAN-CHANGE TO WS-GL-CHANGE
           PERFORM 0550-POST-GL-CHANGE THRU 0550-END
           MOVE WS-GL-POSTED TO WS-LOAN-POSTED

           CLOSE GL-RULES
           CLOSE GL-JOURNAL

           MOVE ZEROES TO ACR-ACC-ID
           SET NOT-EOF-ACCRUALS TO TRUE
           START ACCRUALS KEY IS NOT LESS THAN ACR-ACC-ID
              INVALID KEY
                 SET EOF-ACCRUALS TO TRUE
           END-START

           PERFORM UNTIL EOF-ACCRUALS
              READ ACCRUALS NEXT RECORD
                 AT END
                    SET EOF-ACCRUALS TO TRUE
                 NOT AT END
                    IF (ACR-KIND = "LOAN" AND WS-LOAN-POSTED = "Y")
                       OR (ACR-KIND NOT = "LOAN"
                           AND WS-DEP-POSTED = "Y")
                       COMPUTE ACR-GL-BALANCE ROUNDED = ACR-ACCRUED
                       REWRITE ACR-DETAILS
                    END-IF
              END-READ
           END-PERFORM.
       0500-END.

       0550-POST-GL-CHANGE.
           MOVE "N" TO WS-GL-POSTED

           MOVE WS-GL-CODE TO GLR-TC-CODE
           READ GL-RULES KEY IS GLR-TC-CODE
              INVALID KEY
                 MOVE SPACES TO GLR-STATUS
           END-READ

           IF GLR-STATUS NOT = "ACTIVE"
              MOVE SPACES TO REPORT-LINE
              STRING "NO ACTIVE GL POSTING RULE FOR CODE " WS-GL-CODE
                     " - CHANGE OF " WS-GL-CHANGE
                     " HELD FOR NEXT MONTH END"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
              MOVE "23" TO WS-ERR-CODE
              MOVE "READING GL RULE FOR ACCRUAL" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0550-END
           END-IF

           MOVE "Y" TO WS-GL-POSTED
           IF WS-GL-CHANGE = ZEROES
              GO TO 0550-END
           END-IF

           PERFORM 0560-NEXT-JOURNAL-ID

           MOVE WS-NEXT-GLJ-ID TO GLJ-ID
           MOVE WS-BUS-DATE TO GLJ-DATE
           MOVE WS-GL-CODE TO GLJ-TC-CODE
           IF WS-GL-CHANGE > ZEROES
              MOVE GLR-DR-ACCT TO GLJ-DR-ACCT
              MOVE GLR-CR-ACCT TO GLJ-CR-ACCT
              MOVE WS-GL-CHANGE TO GLJ-AMOUNT
           ELSE
              MOVE GLR-CR-ACCT TO GLJ-DR-ACCT
              MOVE GLR-DR-ACCT TO GLJ-CR-ACCT
              COMPUTE GLJ-AMOUNT = ZEROES - WS-GL-CHANGE
           END-IF
           MOVE ZEROES TO GLJ-TR-ID
           MOVE "HQ" TO GLJ-BRANCH
           WRITE GLJ-DETAILS
              INVALID KEY
                 MOVE "99" TO WS-ERR-CODE
                 MOVE "WRITING GL JOURNAL ENTRY" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
                 MOVE "N" TO WS-GL-POSTED
                 GO TO 0550-END
           END-WRITE

           MOVE SPACES TO REPORT-LINE
           STRING "GL " GLJ-ID " " WS-GL-CODE " DR " GLJ-DR-ACCT
                  " CR " GLJ-CR-ACCT " AMOUNT " GLJ-AMOUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0550-END.

       0560-NEXT-JOURNAL-ID.
           OPEN I-O SEQ-FILE
           IF SEQ-CHECK-STATUS = "35"
              OPEN OUTPUT SEQ-FILE
              CLOSE SEQ-FILE
              OPEN I-O SEQ-FILE
           END-IF

           MOVE "GLJRNL" TO SEQ-NAME
           READ SEQ-FILE KEY IS SEQ-NAME
              INVALID KEY
                 MOVE 2 TO SEQ-NEXT-ID
                 MOVE 1 TO WS-NEXT-GLJ-ID
                 WRITE SEQ-RECORD
              NOT INVALID KEY
                 MOVE SEQ-NEXT-ID TO WS-NEXT-GLJ-ID
                 COMPUTE SEQ-NEXT-ID = SEQ-NEXT-ID + 1
                 REWRITE SEQ-RECORD
           END-READ

           CLOSE SEQ-FILE.
       0560-END.

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
                  " " WS-AUDIT-OPERATOR " interestAccrual: "
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
                  " interestAccrual " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
