       IDENTIFICATION DIVISION.
       PROGRAM-ID. postEntry.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TRANSACTIONS ASSIGN TO "transactions.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           ALTERNATE RECORD KEY IS TR-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS TRANSACTIONS-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT SEQ-FILE ASSIGN TO "trseq.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEQ-NAME
           FILE STATUS IS SEQ-CHECK-STATUS.

       SELECT HOLDS ASSIGN TO "holds.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLDS-CHECK-STATUS.

       SELECT ACCT-TYPES ASSIGN TO "accttypes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CODE
           FILE STATUS IS ACCT-TYPES-CHECK-STATUS.

       SELECT NSF-MATRIX ASSIGN TO "nsfmatrix.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NM-TYPE-CODE
           FILE STATUS IS NSF-MATRIX-CHECK-STATUS.

       SELECT COURTESY ASSIGN TO "courtesy.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-ACC-ID
           FILE STATUS IS COURTESY-CHECK-STATUS.

       SELECT NSF-ACTIVITY ASSIGN TO "nsfactivity.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NA-ID
           FILE STATUS IS NSF-ACTIVITY-CHECK-STATUS.

       SELECT ODP-LINKS ASSIGN TO "odplinks.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODP-ACC-ID
           FILE STATUS IS ODP-LINKS-CHECK-STATUS.

       SELECT ESTATE ASSIGN TO "estate.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ES-CUST-ID
           FILE STATUS IS ESTATE-CHECK-STATUS.

       SELECT JOINT-OWNERS ASSIGN TO "jointowners.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JO-KEY
           FILE STATUS IS JOINT-OWNERS-CHECK-STATUS.

       SELECT CREDIT-LINES ASSIGN TO "creditlines.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-ACC-ID
           FILE STATUS IS CREDIT-LINES-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05 SEQ-NAME               PIC X(10).
           05 SEQ-NEXT-ID            PIC 9(9).

       FD  HOLDS.
       01  HOLD-DETAILS.
           05 HOLD-KEY.
               10 HOLD-ID            PIC 9(5).
           05 HOLD-ACC-ID            PIC 9(8).
           05 HOLD-AMOUNT            PIC 9(9)V99.
           05 HOLD-REASON            PIC X(20).
           05 HOLD-CREATED-AT        PIC X(10).
           05 HOLD-STATUS            PIC X(8).

       FD  ACCT-TYPES.
       01  AT-DETAILS.
           02 AT-CODE              PIC X(10).
           02 AT-DESCRIPTION       PIC X(30).
           02 AT-MIN-BALANCE       PIC S9(7)V99.
           02 AT-FEE-AMOUNT        PIC S9(5)V99.
           02 AT-STATUS            PIC X(7).
           02 AT-MONTHLY-FEE       PIC S9(5)V99.
           02 AT-WAIVER-MIN-BAL    PIC S9(7)V99.

       FD  NSF-MATRIX.
       01  NM-DETAILS.
           05 NM-TYPE-CODE           PIC X(10).
           05 NM-PAY-ALLOWED         PIC X(1).
           05 NM-CTSY-LIMIT          PIC 9(7)V99.
           05 NM-NSF-FEE             PIC 9(5)V99.
           05 NM-RET-FEE             PIC 9(5)V99.
           05 NM-MAX-FEES-DAY        PIC 9(2).

       FD  COURTESY.
       01  CP-DETAILS.
           05 CP-ACC-ID              PIC 9(8).
           05 CP-PAY-ALLOWED         PIC X(1).
           05 CP-CTSY-LIMIT          PIC 9(7)V99.
           05 CP-STATUS              PIC X(8).

       FD  NSF-ACTIVITY.
       01  NA-DETAILS.
           05 NA-ID                  PIC 9(9).
           05 NA-DATE                PIC X(10).
           05 NA-ACC-ID              PIC 9(8).
           05 NA-AMOUNT              PIC 9(9)V99.
           05 NA-ACTION              PIC X(8).
           05 NA-FEE                 PIC 9(5)V99.
           05 NA-OPERATOR            PIC X(8).

       FD  ODP-LINKS.
       01  ODP-DETAILS.
           05 ODP-ACC-ID             PIC 9(8).
           05 ODP-FUNDING-ACC-ID     PIC 9(8).
           05 ODP-ADDED-AT           PIC X(10).
           05 ODP-STATUS             PIC X(8).

       FD  ESTATE.
       01  ES-DETAILS.
           05 ES-CUST-ID             PIC 9(6).
           05 ES-DATE-OF-DEATH       PIC X(10).
           05 ES-DOCS-RECEIVED       PIC X(1).
           05 ES-EXECUTOR            PIC X(30).
           05 ES-STATUS              PIC X(8).

       FD  JOINT-OWNERS.
       01  JO-DETAILS.
           05 JO-KEY.
               10 JO-ACC-ID          PIC 9(8).
               10 JO-CUST-ID         PIC 9(6).
           05 JO-ADDED-AT            PIC X(10).
           05 JO-AUTH-LEVEL          PIC X(8).

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

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-FEE-INCOME-ACC      PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-SETTLEMENT-ACC      PIC 9(8).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD            PIC X(120).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-JNL-PROGRAM          PIC X(20) VALUE "postEntry".
       01  WS-JNL-FILE             PIC X(12).
       01  WS-JNL-OP               PIC X(8).
       01  WS-JNL-IMAGE            PIC X(120).

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  TRANSACTIONS-CHECK-STATUS   PIC XX.
       01  ACCOUNTS-CHECK-STATUS       PIC XX.
       01  SEQ-CHECK-STATUS            PIC XX.
       01  HOLDS-CHECK-STATUS          PIC XX.
       01  ACCT-TYPES-CHECK-STATUS     PIC XX.
       01  NSF-MATRIX-CHECK-STATUS     PIC XX.
       01  COURTESY-CHECK-STATUS       PIC XX.
       01  NSF-ACTIVITY-CHECK-STATUS   PIC XX.
       01  ODP-LINKS-CHECK-STATUS      PIC XX.
       01  ESTATE-CHECK-STATUS         PIC XX.
       01  JOINT-OWNERS-CHECK-STATUS   PIC XX.
       01  CREDIT-LINES-CHECK-STATUS   PIC XX.
       01  INT-ACCT-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS      PIC XX.
       01  AUDIT-LOG-CHECK-STATUS      PIC XX.

       01  WS-ACCT-TYPES-OPEN          PIC X VALUE "N".

       01  WS-END-OF-HOLDS             PIC X VALUE "N".
           88  EOF-HOLDS               VALUE "Y".
           88  NOT-EOF-HOLDS           VALUE "N".

       01  WS-EOF-NSF-ACTIVITY         PIC X VALUE "N".
           88  EOF-NSF-ACTIVITY        VALUE "Y".
           88  NOT-EOF-NSF-ACTIVITY    VALUE "N".

       01  WS-POST-DATE                PIC X(10).
       01  WS-BUS-STATUS               PIC X(6).
       01  WS-POST-BRANCH              PIC X(4).
       01  WS-ACCT-BRANCH              PIC X(4).
       01  WS-ACCT-CURRENCY            PIC X(3).
       01  WS-ACCT-TYPE                PIC X(10).
       01  WS-ACCT-CUST-ID             PIC 9(6).

       01  WS-ENTRY-TR-ID              PIC 9(9).
       01  WS-PRE-TR-ID                PIC 9(9).
       01  WS-MIN-BALANCE              PIC S9(9)V99.
       01  WS-PROJECTED-BALANCE        PIC S9(9)V99.
       01  WS-HELD-TOTAL               PIC S9(9)V99.
       01  WS-FEE-AMOUNT               PIC 9(5)V99.
       01  WS-FEE-DESC                 PIC X(20).

       01  WS-LIMIT-RESULT             PIC X.
           88  WS-LIMIT-OK             VALUE "Y".
           88  WS-LIMIT-DENIED         VALUE "N".
       01  WS-LIMIT-REASON             PIC X(30).
       01  WS-LIMIT-MODE               PIC X.

       01  WS-DECEASED-FLAG            PIC X.
       01  WS-HAS-JOINT-OWNERS         PIC X.

       01  WS-NSF-PAID                 PIC X VALUE "N".
       01  WS-NSF-PAY-ALLOWED          PIC X.
       01  WS-CTSY-LIMIT               PIC 9(7)V99.
       01  WS-NSF-FEE                  PIC 9(5)V99.
       01  WS-RET-FEE                  PIC 9(5)V99.
       01  WS-MAX-FEES-DAY             PIC 9(2).
       01  WS-FEES-TODAY               PIC 9(2).
       01  WS-SHORTFALL                PIC 9(9)V99.
       01  WS-NSF-FEE-DUE              PIC 9(5)V99 VALUE ZEROES.
       01  WS-NSF-FEE-DESC             PIC X(20).
       01  WS-NSF-ACTION               PIC X(8).
       01  WS-NA-NEXT-ID               PIC 9(9).

       01  WS-ODP-FLAG                 PIC X VALUE "N".
           88  WS-ODP-SWEPT            VALUE "Y".
           88  WS-ODP-NOT-SWEPT        VALUE "N".
       01  WS-SWEEP-AMOUNT             PIC 9(9)V99.
       01  WS-FUNDING-ACC-ID           PIC 9(8).
       01  WS-FUNDING-MIN-BALANCE      PIC S9(9)V99.
       01  WS-ODP-DESC.
           05 WS-ODP-DESC-TAG        PIC X(8).
           05 WS-ODP-DESC-ACC        PIC 9(8).

       01  WS-FEE-INCOME-ACC           PIC 9(8).

       01  WS-CREDIT-LINE-FLAG         PIC X VALUE "N".
           88  WS-IS-CREDIT-LINE       VALUE "Y".
           88  WS-NOT-CREDIT-LINE      VALUE "N".
       01  WS-CL-LIMIT                 PIC 9(9)V99.
       01  WS-CL-STATUS                PIC X(8).

       01  WS-LEG.
           05 WS-LEG-TR-ID           PIC 9(9).
           05 WS-LEG-ACC-ID          PIC 9(8).
           05 WS-LEG-TYPE            PIC X(6).
           05 WS-LEG-AMOUNT          PIC 9(9)V99.
           05 WS-LEG-DESC            PIC X(20).
           05 WS-LEG-CODE            PIC X(4).
           05 WS-LEG-CHECK-NO        PIC 9(6).
           05 WS-LEG-RELATED-ID      PIC 9(9).
           05 WS-LEG-BRANCH          PIC X(4).
           05 WS-LEG-STATUS          PIC X(8).
       01  WS-LEG-RESULT               PIC X.
           88  WS-LEG-POSTED           VALUE "Y".
           88  WS-LEG-FAILED           VALUE "N".
       01  WS-LEG-BALANCE              PIC S9(9)V99.

       01  WS-NOTICE-ACC-ID            PIC 9(8).
       01  WS-NOTICE-EVENT             PIC X(12).
       01  WS-NOTICE-TEXT              PIC X(60).

       01  WS-AUDIT-OPERATOR           PIC X(8).
       01  WS-AUDIT-ACTION             PIC X(60).
       01  WS-AUDIT-TIMESTAMP          PIC X(26).
       01  WS-AUDIT-SEQ                PIC 9(9).

       01  WS-ERR-CODE                 PIC XX.
       01  WS-ERR-CONTEXT              PIC X(30).
       01  WS-ERR-STATUS-MSG           PIC X(40).
       01  WS-ERR-TIMESTAMP            PIC X(26).

       01  WS-LOCK-NAME                PIC X(20).
       01  WS-LOCK-RESULT              PIC X.
           88  WS-LOCK-ACQUIRED        VALUE "Y".
           88  WS-LOCK-DENIED          VALUE "N".

       LINKAGE SECTION.

       01  LS-POST-REQUEST.
           05 LS-PR-ACC-ID           PIC 9(8).
           05 LS-PR-TYPE             PIC X(6).
           05 LS-PR-AMOUNT           PIC 9(9)V99.
           05 LS-PR-DESC             PIC X(20).
           05 LS-PR-TXN-CODE         PIC X(4).
           05 LS-PR-CHECK-NO         PIC 9(6).
           05 LS-PR-TR-ID            PIC 9(9).
           05 LS-PR-RELATED-ID       PIC 9(9).
           05 LS-PR-DATE             PIC X(10).
           05 LS-PR-BRANCH           PIC X(4).
           05 LS-PR-CHANNEL          PIC X(8).
           05 LS-PR-MODE             PIC X(1).
              88  LS-PR-CUSTOMER     VALUE "C".
              88  LS-PR-FORCED       VALUE "F".
              88  LS-PR-SYSTEM       VALUE "S".
           05 LS-PR-LIMIT-MODE       PIC X(1).
           05 LS-PR-ITEM-FEE         PIC X(1).
           05 LS-PR-FEE-AMOUNT       PIC 9(5)V99.
           05 LS-PR-FEE-DESC         PIC X(20).

       01  LS-POST-RESULT.
           05 LS-RS-RESULT           PIC X(1).
              88  LS-RS-POSTED       VALUE "P".
              88  LS-RS-REJECTED     VALUE "R".
           05 LS-RS-REASON-CODE      PIC X(4).
           05 LS-RS-REASON           PIC X(30).
           05 LS-RS-TR-ID            PIC 9(9).
           05 LS-RS-NEW-BALANCE      PIC S9(9)V99.
           05 LS-RS-NSF-ACTION       PIC X(8).
           05 LS-RS-FEE-CHARGED      PIC 9(5)V99.
           05 LS-RS-ACCT-BRANCH      PIC X(4).

       PROCEDURE DIVISION USING LS-POST-REQUEST LS-POST-RESULT.

       0100-MAIN.
           SET LS-RS-POSTED TO TRUE
           MOVE SPACES TO LS-RS-REASON-CODE
           MOVE SPACES TO LS-RS-REASON
           MOVE ZEROES TO LS-RS-TR-ID
           MOVE ZEROES TO LS-RS-NEW-BALANCE
           MOVE SPACES TO LS-RS-NSF-ACTION
           MOVE ZEROES TO LS-RS-FEE-CHARGED
           MOVE SPACES TO LS-RS-ACCT-BRANCH
           MOVE ZEROES TO WS-NSF-FEE-DUE
           MOVE ZEROES TO WS-FEE-AMOUNT
           MOVE ZEROES TO WS-PRE-TR-ID
           MOVE "N" TO WS-ACCT-TYPES-OPEN

           IF LS-PR-TYPE NOT = "DEBIT" AND LS-PR-TYPE NOT = "CREDIT"
              MOVE "TYPE" TO LS-RS-REASON-CODE
              MOVE "INVALID TRANSACTION TYPE" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0900-END-PROGRAM
           END-IF

           IF LS-PR-AMOUNT = ZEROES
              MOVE "AMT " TO LS-RS-REASON-CODE
              MOVE "ZERO AMOUNT" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE LS-PR-DATE TO WS-POST-DATE
           IF WS-POST-DATE = SPACES OR WS-POST-DATE = LOW-VALUES
              CALL "getBusinessDate" USING WS-POST-DATE WS-BUS-STATUS
              IF WS-BUS-STATUS NOT = "OPEN"
                 MOVE "BDAY" TO LS-RS-REASON-CODE
                 MOVE "BUSINESS DAY IS NOT OPEN" TO LS-RS-REASON
                 SET LS-RS-REJECTED TO TRUE
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF

           MOVE LS-PR-BRANCH TO WS-POST-BRANCH
           IF WS-POST-BRANCH = SPACES OR WS-POST-BRANCH = LOW-VALUES
              MOVE "HQ" TO WS-POST-BRANCH
              IF SESSION-BRANCH-ID NOT = SPACES
                 AND SESSION-BRANCH-ID NOT = LOW-VALUES
                 MOVE SESSION-BRANCH-ID TO WS-POST-BRANCH
              END-IF
           END-IF

           OPEN I-O ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE "FILE" TO LS-RS-REASON-CODE
              MOVE "ACCOUNTS FILE UNAVAILABLE" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING TRANSACTIONS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE ACCOUNTS
              MOVE "FILE" TO LS-RS-REASON-CODE
              MOVE "TRANSACTIONS FILE UNAVAILABLE" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT ACCT-TYPES
           IF ACCT-TYPES-CHECK-STATUS = "00"
              MOVE "Y" TO WS-ACCT-TYPES-OPEN
           END-IF

           PERFORM 0200-CHECK-ACCOUNT THRU 0200-END
           IF LS-RS-REJECTED
              GO TO 0190-CLOSE-FILES
           END-IF

           SET WS-NOT-CREDIT-LINE TO TRUE
           IF (LS-PR-TYPE = "DEBIT" AND LS-PR-CUSTOMER)
              OR (LS-PR-TYPE = "CREDIT" AND NOT LS-PR-SYSTEM)
              PERFORM 0280-READ-CREDIT-LINE THRU 0280-END
           END-IF

           IF LS-PR-TYPE = "DEBIT" AND LS-PR-CUSTOMER
              PERFORM 0210-CHECK-DECEASED THRU 0210-END
              IF LS-RS-REJECTED
                 GO TO 0190-CLOSE-FILES
              END-IF
              PERFORM 0220-CHECK-LIMITS THRU 0220-END
              IF LS-RS-REJECTED
                 GO TO 0190-CLOSE-FILES
              END-IF
           END-IF

           PERFORM 0240-DETERMINE-FEE THRU 0240-END

           IF LS-PR-TYPE = "DEBIT" AND LS-PR-CUSTOMER
              IF WS-IS-CREDIT-LINE
                 PERFORM 0285-CHECK-CREDIT-LINE THRU 0285-END
              ELSE
                 PERFORM 0230-CHECK-FUNDS THRU 0230-END
              END-IF
              IF LS-RS-REJECTED
                 GO TO 0190-CLOSE-FILES
              END-IF
           END-IF

           PERFORM 0300-POST-ENTRY THRU 0300-END
           IF LS-RS-REJECTED
              GO TO 0190-CLOSE-FILES
           END-IF

           IF WS-FEE-AMOUNT > ZEROES
              MOVE WS-FEE-AMOUNT TO WS-LEG-AMOUNT
              MOVE WS-FEE-DESC TO WS-LEG-DESC
              PERFORM 0320-POST-FEE THRU 0320-END
              ADD WS-FEE-AMOUNT TO LS-RS-FEE-CHARGED
           END-IF

           IF WS-NSF-FEE-DUE > ZEROES
              MOVE WS-NSF-FEE-DUE TO WS-LEG-AMOUNT
              MOVE WS-NSF-FEE-DESC TO WS-LEG-DESC
              PERFORM 0320-POST-FEE THRU 0320-END
              ADD WS-NSF-FEE-DUE TO LS-RS-FEE-CHARGED
           END-IF

           IF LS-PR-TYPE = "CREDIT" AND NOT LS-PR-SYSTEM
              AND WS-IS-CREDIT-LINE
              PERFORM 0290-APPLY-LINE-PAYMENT THRU 0290-END
           END-IF

           IF LS-PR-TYPE = "DEBIT" AND NOT LS-PR-SYSTEM
              AND (LS-PR-LIMIT-MODE = "B" OR LS-PR-LIMIT-MODE = "U")
              MOVE "U" TO WS-LIMIT-MODE
              CALL "checkAcctLimit" USING LS-PR-ACC-ID LS-PR-AMOUNT
                   WS-LIMIT-RESULT WS-LIMIT-REASON WS-LIMIT-MODE
           END-IF

           MOVE LS-PR-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              NOT INVALID KEY
                 MOVE FD-BALANCE TO LS-RS-NEW-BALANCE
           END-READ.

       0190-CLOSE-FILES.
           CLOSE TRANSACTIONS
           CLOSE ACCOUNTS
           IF WS-ACCT-TYPES-OPEN = "Y"
              CLOSE ACCT-TYPES
           END-IF
           GO TO 0900-END-PROGRAM.

       0100-END.

       0200-CHECK-ACCOUNT.
           MOVE LS-PR-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 MOVE "NACC" TO LS-RS-REASON-CODE
                 MOVE "ACCOUNT DOES NOT EXIST" TO LS-RS-REASON
                 SET LS-RS-REJECTED TO TRUE
                 GO TO 0200-END
           END-READ

           MOVE FD-BRANCH TO WS-ACCT-BRANCH
           MOVE FD-BRANCH TO LS-RS-ACCT-BRANCH
           MOVE FD-CURRENCY TO WS-ACCT-CURRENCY
           MOVE FD-TYPE TO WS-ACCT-TYPE
           MOVE FD-CUST-ID TO WS-ACCT-CUST-ID

           IF LS-PR-SYSTEM
              GO TO 0200-END
           END-IF

           IF FD-STATUS = "CLOSED"
              MOVE "STAT" TO LS-RS-REASON-CODE
              MOVE "ACCOUNT IS CLOSED" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0200-END
           END-IF

           IF LS-PR-FORCED
              GO TO 0200-END
           END-IF

           IF FD-STATUS = "FROZEN"
              MOVE "STAT" TO LS-RS-REASON-CODE
              MOVE "ACCOUNT IS FROZEN" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0200-END
           END-IF

           IF FD-STATUS = "DORMANT"
              MOVE "STAT" TO LS-RS-REASON-CODE
              MOVE "ACCOUNT IS DORMANT" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0200-END
           END-IF

           IF FD-STATUS NOT = "ACTIVE"
              MOVE "STAT" TO LS-RS-REASON-CODE
              MOVE "ACCOUNT IS NOT ACTIVE" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0200-END
           END-IF

           IF FD-TYPE = "INTERNAL"
              MOVE "INTL" TO LS-RS-REASON-CODE
              MOVE "INTERNAL ACCOUNT" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
           END-IF.

       0200-END.

       0210-CHECK-DECEASED.
           MOVE "N" TO WS-DECEASED-FLAG

           OPEN INPUT ESTATE
           IF ESTATE-CHECK-STATUS NOT = "00"
              GO TO 0210-END
           END-IF

           MOVE WS-ACCT-CUST-ID TO ES-CUST-ID
           READ ESTATE KEY IS ES-CUST-ID
              NOT INVALID KEY
                 IF ES-STATUS = "OPEN"
                    MOVE "Y" TO WS-DECEASED-FLAG
                 END-IF
           END-READ
           CLOSE ESTATE

           IF WS-DECEASED-FLAG NOT = "Y"
              GO TO 0210-END
           END-IF

           MOVE "N" TO WS-HAS-JOINT-OWNERS
           OPEN INPUT JOINT-OWNERS
           IF JOINT-OWNERS-CHECK-STATUS = "00"
              MOVE LS-PR-ACC-ID TO JO-ACC-ID
              MOVE ZEROES TO JO-CUST-ID
              START JOINT-OWNERS KEY IS NOT LESS THAN JO-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ JOINT-OWNERS NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF JO-ACC-ID = LS-PR-ACC-ID
                             MOVE "Y" TO WS-HAS-JOINT-OWNERS
                          END-IF
                    END-READ
              END-START
              CLOSE JOINT-OWNERS
           END-IF

           IF WS-HAS-JOINT-OWNERS = "Y"
              GO TO 0210-END
           END-IF

           MOVE "DECD" TO LS-RS-REASON-CODE
           MOVE "OWNER DECEASED - DEBITS BLOCKED" TO LS-RS-REASON
           SET LS-RS-REJECTED TO TRUE

           STRING "BLOCKED " LS-PR-CHANNEL " DEBIT ON DECEASED CUST "
                  WS-ACCT-CUST-ID " ACCT " LS-PR-ACC-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.

       0210-END.

       0220-CHECK-LIMITS.
           IF LS-PR-LIMIT-MODE NOT = "B"
              GO TO 0220-END
           END-IF

           MOVE "C" TO WS-LIMIT-MODE
           CALL "checkAcctLimit" USING LS-PR-ACC-ID LS-PR-AMOUNT
                WS-LIMIT-RESULT WS-LIMIT-REASON WS-LIMIT-MODE
           IF WS-LIMIT-DENIED
              MOVE "LIMT" TO LS-RS-REASON-CODE
              MOVE WS-LIMIT-REASON TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              STRING "LIMIT DENIAL " LS-PR-CHANNEL " ACCT "
                     LS-PR-ACC-ID " - " WS-LIMIT-REASON
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
           END-IF.

       0220-END.

       0230-CHECK-FUNDS.
           PERFORM 0235-SUM-ACTIVE-HOLDS THRU 0235-END

           MOVE 0 TO WS-MIN-BALANCE
           IF WS-ACCT-TYPES-OPEN = "Y"
              MOVE WS-ACCT-TYPE TO AT-CODE
              READ ACCT-TYPES KEY IS AT-CODE
                 NOT INVALID KEY
                    MOVE AT-MIN-BALANCE TO WS-MIN-BALANCE
              END-READ
           END-IF

           MOVE LS-PR-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 MOVE "NACC" TO LS-RS-REASON-CODE
                 MOVE "ACCOUNT DOES NOT EXIST" TO LS-RS-REASON
                 SET LS-RS-REJECTED TO TRUE
                 GO TO 0230-END
           END-READ

           COMPUTE WS-PROJECTED-BALANCE =
                   FD-BALANCE - LS-PR-AMOUNT - WS-FEE-AMOUNT
                   - WS-HELD-TOTAL

           IF WS-PROJECTED-BALANCE NOT < WS-MIN-BALANCE
              GO TO 0230-END
           END-IF

           PERFORM 0250-TRY-ODP-SWEEP THRU 0250-END
           IF WS-ODP-SWEPT
              MOVE "ODP" TO LS-RS-NSF-ACTION
              GO TO 0230-END
           END-IF

           PERFORM 0260-NSF-DECISION THRU 0260-END
           IF WS-NSF-PAID = "Y"
              MOVE "PAID" TO LS-RS-NSF-ACTION
              GO TO 0230-END
           END-IF

           MOVE "NSF " TO LS-RS-REASON-CODE
           MOVE "INSUFFICIENT AVAILABLE FUNDS" TO LS-RS-REASON
           MOVE "RETURNED" TO LS-RS-NSF-ACTION
           SET LS-RS-REJECTED TO TRUE

           MOVE LS-PR-ACC-ID TO WS-NOTICE-ACC-ID
           MOVE "DEBITREJ" TO WS-NOTICE-EVENT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "A DEBIT OF " LS-PR-AMOUNT " WAS DECLINED "
                  "- INSUFFICIENT FUNDS."
              DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           CALL "writeNotice" USING WS-NOTICE-ACC-ID
                WS-NOTICE-EVENT WS-NOTICE-TEXT

           MOVE ZEROES TO WS-NSF-FEE-DUE
           IF WS-RET-FEE > ZEROES
              AND WS-FEES-TODAY < WS-MAX-FEES-DAY
              MOVE WS-RET-FEE TO WS-NSF-FEE-DUE
              MOVE "NSF RETURN FEE" TO WS-NSF-FEE-DESC
           END-IF
           MOVE "RETURNED" TO WS-NSF-ACTION
           PERFORM 0270-LOG-NSF-ACTIVITY THRU 0270-END

           IF WS-NSF-FEE-DUE > ZEROES
              MOVE ZEROES TO WS-ENTRY-TR-ID
              MOVE WS-NSF-FEE-DUE TO WS-LEG-AMOUNT
              MOVE WS-NSF-FEE-DESC TO WS-LEG-DESC
              PERFORM 0320-POST-FEE THRU 0320-END
              MOVE WS-NSF-FEE-DUE TO LS-RS-FEE-CHARGED
              MOVE ZEROES TO WS-NSF-FEE-DUE
           END-IF.

       0230-END.

       0235-SUM-ACTIVE-HOLDS.
           MOVE ZEROES TO WS-HELD-TOTAL

           OPEN INPUT HOLDS
           IF HOLDS-CHECK-STATUS NOT = "00"
              GO TO 0235-END
           END-IF

           SET NOT-EOF-HOLDS TO TRUE
           PERFORM UNTIL EOF-HOLDS
              READ HOLDS NEXT RECORD
                 AT END
                    SET EOF-HOLDS TO TRUE
                 NOT AT END
                    IF HOLD-ACC-ID = LS-PR-ACC-ID
                       AND HOLD-STATUS = "ACTIVE"
                       ADD HOLD-AMOUNT TO WS-HELD-TOTAL
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HOLDS.

       0235-END.

       0240-DETERMINE-FEE.
           MOVE ZEROES TO WS-FEE-AMOUNT
           MOVE SPACES TO WS-FEE-DESC

           IF LS-PR-TYPE NOT = "DEBIT" OR LS-PR-SYSTEM
              GO TO 0240-END
           END-IF

           IF LS-PR-FEE-AMOUNT > ZEROES
              MOVE LS-PR-FEE-AMOUNT TO WS-FEE-AMOUNT
              MOVE LS-PR-FEE-DESC TO WS-FEE-DESC
              IF WS-FEE-DESC = SPACES
                 MOVE "ACCOUNT FEE" TO WS-FEE-DESC
              END-IF
              GO TO 0240-END
           END-IF

           IF LS-PR-ITEM-FEE NOT = "Y"
              GO TO 0240-END
           END-IF

           IF WS-ACCT-TYPES-OPEN = "Y"
              MOVE WS-ACCT-TYPE TO AT-CODE
              READ ACCT-TYPES KEY IS AT-CODE
                 NOT INVALID KEY
                    IF AT-FEE-AMOUNT > 0
                       MOVE AT-FEE-AMOUNT TO WS-FEE-AMOUNT
                    END-IF
              END-READ
           END-IF
           MOVE "ACCOUNT FEE" TO WS-FEE-DESC.

       0240-END.

       0250-TRY-ODP-SWEEP.
           SET WS-ODP-NOT-SWEPT TO TRUE

           OPEN INPUT ODP-LINKS
           IF ODP-LINKS-CHECK-STATUS NOT = "00"
              GO TO 0250-END
           END-IF

           MOVE LS-PR-ACC-ID TO ODP-ACC-ID
           READ ODP-LINKS KEY IS ODP-ACC-ID
              INVALID KEY
                 CLOSE ODP-LINKS
                 GO TO 0250-END
           END-READ
           CLOSE ODP-LINKS

           IF ODP-STATUS NOT = "ACTIVE"
              GO TO 0250-END
           END-IF

           MOVE ODP-FUNDING-ACC-ID TO WS-FUNDING-ACC-ID

           COMPUTE WS-SWEEP-AMOUNT =
                   WS-MIN-BALANCE - WS-PROJECTED-BALANCE

           MOVE WS-FUNDING-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 GO TO 0250-END
           END-READ

           IF FD-STATUS NOT = "ACTIVE"
              GO TO 0250-END
           END-IF

           IF FD-CURRENCY NOT = WS-ACCT-CURRENCY
              GO TO 0250-END
           END-IF

           MOVE 0 TO WS-FUNDING-MIN-BALANCE
           IF WS-ACCT-TYPES-OPEN = "Y"
              MOVE FD-TYPE TO AT-CODE
              READ ACCT-TYPES KEY IS AT-CODE
                 NOT INVALID KEY
                    MOVE AT-MIN-BALANCE TO WS-FUNDING-MIN-BALANCE
              END-READ
           END-IF

           IF FD-BALANCE - WS-SWEEP-AMOUNT < WS-FUNDING-MIN-BALANCE
              GO TO 0250-END
           END-IF

           MOVE LS-PR-TR-ID TO WS-PRE-TR-ID
           IF WS-PRE-TR-ID = ZEROES
              PERFORM 0400-GET-NEXT-TR-ID THRU 0400-END
              IF WS-LOCK-DENIED
                 GO TO 0250-END
              END-IF
              MOVE WS-LEG-TR-ID TO WS-PRE-TR-ID
           END-IF

           PERFORM 0400-GET-NEXT-TR-ID THRU 0400-END
           IF WS-LOCK-DENIED
              GO TO 0250-END
           END-IF

           MOVE WS-FUNDING-ACC-ID TO WS-LEG-ACC-ID
           MOVE "DEBIT" TO WS-LEG-TYPE
           MOVE WS-SWEEP-AMOUNT TO WS-LEG-AMOUNT
           MOVE "ODP TO  " TO WS-ODP-DESC-TAG
           MOVE LS-PR-ACC-ID TO WS-ODP-DESC-ACC
           MOVE WS-ODP-DESC TO WS-LEG-DESC
           MOVE "XFR" TO WS-LEG-CODE
           MOVE ZEROES TO WS-LEG-CHECK-NO
           MOVE WS-PRE-TR-ID TO WS-LEG-RELATED-ID
           MOVE WS-POST-BRANCH TO WS-LEG-BRANCH
           MOVE "ACTIVE" TO WS-LEG-STATUS
           PERFORM 0410-WRITE-LEG THRU 0410-END

           MOVE LS-PR-ACC-ID TO WS-LEG-ACC-ID
           MOVE "CREDIT" TO WS-LEG-TYPE
           MOVE "ODP FRM " TO WS-ODP-DESC-TAG
           MOVE WS-FUNDING-ACC-ID TO WS-ODP-DESC-ACC
           MOVE WS-ODP-DESC TO WS-LEG-DESC
           PERFORM 0410-WRITE-LEG THRU 0410-END

           COMPUTE WS-PROJECTED-BALANCE =
                   WS-PROJECTED-BALANCE + WS-SWEEP-AMOUNT

           STRING "ODP SWEEP " WS-SWEEP-AMOUNT " FROM ACCT "
                  WS-FUNDING-ACC-ID " TO ACCT " LS-PR-ACC-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           SET WS-ODP-SWEPT TO TRUE.

       0250-END.

       0260-NSF-DECISION.
           MOVE "N" TO WS-NSF-PAID
           COMPUTE WS-SHORTFALL =
                   WS-MIN-BALANCE - WS-PROJECTED-BALANCE

           PERFORM 0265-READ-NSF-RULES
           PERFORM 0268-COUNT-FEES-TODAY THRU 0268-END

           IF WS-NSF-PAY-ALLOWED NOT = "Y"
              GO TO 0260-END
           END-IF

           IF WS-SHORTFALL > WS-CTSY-LIMIT
              GO TO 0260-END
           END-IF

           MOVE "Y" TO WS-NSF-PAID

           MOVE ZEROES TO WS-NSF-FEE-DUE
           IF WS-NSF-FEE > ZEROES
              AND WS-FEES-TODAY < WS-MAX-FEES-DAY
              MOVE WS-NSF-FEE TO WS-NSF-FEE-DUE
              MOVE "NSF/OD FEE" TO WS-NSF-FEE-DESC
           END-IF

           MOVE "PAID" TO WS-NSF-ACTION
           PERFORM 0270-LOG-NSF-ACTIVITY THRU 0270-END

           STRING "COURTESY PAY " LS-PR-AMOUNT " ON ACCT "
                  LS-PR-ACC-ID " FEE " WS-NSF-FEE-DUE
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.

       0260-END.

       0265-READ-NSF-RULES.
           MOVE "N" TO WS-NSF-PAY-ALLOWED
           MOVE ZEROES TO WS-CTSY-LIMIT
           MOVE ZEROES TO WS-NSF-FEE
           MOVE ZEROES TO WS-RET-FEE
           MOVE 99 TO WS-MAX-FEES-DAY

           OPEN INPUT NSF-MATRIX
           IF NSF-MATRIX-CHECK-STATUS = "00"
              MOVE WS-ACCT-TYPE TO NM-TYPE-CODE
              READ NSF-MATRIX KEY IS NM-TYPE-CODE
                 NOT INVALID KEY
                    MOVE NM-PAY-ALLOWED TO WS-NSF-PAY-ALLOWED
                    MOVE NM-CTSY-LIMIT TO WS-CTSY-LIMIT
                    MOVE NM-NSF-FEE TO WS-NSF-FEE
                    MOVE NM-RET-FEE TO WS-RET-FEE
                    IF NM-MAX-FEES-DAY > ZEROES
                       MOVE NM-MAX-FEES-DAY TO WS-MAX-FEES-DAY
                    END-IF
              END-READ
              CLOSE NSF-MATRIX
           END-IF

           OPEN INPUT COURTESY
           IF COURTESY-CHECK-STATUS = "00"
              MOVE LS-PR-ACC-ID TO CP-ACC-ID
              READ COURTESY KEY IS CP-ACC-ID
                 NOT INVALID KEY
                    IF CP-STATUS = "ACTIVE"
                       MOVE CP-PAY-ALLOWED TO WS-NSF-PAY-ALLOWED
                       MOVE CP-CTSY-LIMIT TO WS-CTSY-LIMIT
                    END-IF
              END-READ
              CLOSE COURTESY
           END-IF.

       0265-END.

       0268-COUNT-FEES-TODAY.
           MOVE ZEROES TO WS-FEES-TODAY

           OPEN INPUT NSF-ACTIVITY
           IF NSF-ACTIVITY-CHECK-STATUS NOT = "00"
              GO TO 0268-END
           END-IF

           MOVE LOW-VALUES TO NA-ID
           SET NOT-EOF-NSF-ACTIVITY TO TRUE
           START NSF-ACTIVITY KEY IS NOT LESS THAN NA-ID
              INVALID KEY
                 SET EOF-NSF-ACTIVITY TO TRUE
           END-START

           PERFORM UNTIL EOF-NSF-ACTIVITY
              READ NSF-ACTIVITY NEXT RECORD
                 AT END
                    SET EOF-NSF-ACTIVITY TO TRUE
                 NOT AT END
                    IF NA-ACC-ID = LS-PR-ACC-ID
                       AND NA-DATE = WS-POST-DATE
                       AND NA-FEE > ZEROES
                       ADD 1 TO WS-FEES-TODAY
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NSF-ACTIVITY.

       0268-END.

       0270-LOG-NSF-ACTIVITY.
           OPEN I-O NSF-ACTIVITY
           IF NSF-ACTIVITY-CHECK-STATUS = "35"
              OPEN OUTPUT NSF-ACTIVITY
              CLOSE NSF-ACTIVITY
              OPEN I-O NSF-ACTIVITY
           END-IF

           IF NSF-ACTIVITY-CHECK-STATUS NOT = "00"
              GO TO 0270-END
           END-IF

           MOVE ZEROES TO WS-NA-NEXT-ID
           MOVE LOW-VALUES TO NA-ID
           SET NOT-EOF-NSF-ACTIVITY TO TRUE
           START NSF-ACTIVITY KEY IS NOT LESS THAN NA-ID
              INVALID KEY
                 SET EOF-NSF-ACTIVITY TO TRUE
           END-START

           PERFORM UNTIL EOF-NSF-ACTIVITY
              READ NSF-ACTIVITY NEXT RECORD
                 AT END
                    SET EOF-NSF-ACTIVITY TO TRUE
                 NOT AT END
                    MOVE NA-ID TO WS-NA-NEXT-ID
              END-READ
           END-PERFORM

           ADD 1 TO WS-NA-NEXT-ID

           MOVE WS-NA-NEXT-ID TO NA-ID
           MOVE WS-POST-DATE TO NA-DATE
           MOVE LS-PR-ACC-ID TO NA-ACC-ID
           MOVE LS-PR-AMOUNT TO NA-AMOUNT
           MOVE WS-NSF-ACTION TO NA-ACTION
           MOVE WS-NSF-FEE-DUE TO NA-FEE
           MOVE "UNKNOWN" TO NA-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO NA-OPERATOR
           ELSE
              MOVE LS-PR-CHANNEL TO NA-OPERATOR
           END-IF

           WRITE NA-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING NSF ACTIVITY RECORD."
           END-WRITE

           CLOSE NSF-ACTIVITY.

       0270-END.

       0280-READ-CREDIT-LINE.
           OPEN INPUT CREDIT-LINES
           IF CREDIT-LINES-CHECK-STATUS NOT = "00"
              GO TO 0280-END
           END-IF

           MOVE LS-PR-ACC-ID TO CL-ACC-ID
           READ CREDIT-LINES KEY IS CL-ACC-ID
              NOT INVALID KEY
                 SET WS-IS-CREDIT-LINE TO TRUE
                 MOVE CL-CREDIT-LIMIT TO WS-CL-LIMIT
                 MOVE CL-STATUS TO WS-CL-STATUS
           END-READ
           CLOSE CREDIT-LINES.

       0280-END.

       0285-CHECK-CREDIT-LINE.
           IF WS-CL-STATUS = "ARREARS"
              MOVE "LOCA" TO LS-RS-REASON-CODE
              MOVE "CREDIT LINE IS IN ARREARS" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0285-END
           END-IF

           IF WS-CL-STATUS NOT = "ACTIVE"
              MOVE "LOCS" TO LS-RS-REASON-CODE
              MOVE "CREDIT LINE IS NOT ACTIVE" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0285-END
           END-IF

           MOVE LS-PR-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 MOVE "NACC" TO LS-RS-REASON-CODE
                 MOVE "ACCOUNT DOES NOT EXIST" TO LS-RS-REASON
                 SET LS-RS-REJECTED TO TRUE
                 GO TO 0285-END
           END-READ

           COMPUTE WS-PROJECTED-BALANCE =
                   FD-BALANCE - LS-PR-AMOUNT - WS-FEE-AMOUNT
                   + WS-CL-LIMIT

           IF WS-PROJECTED-BALANCE NOT < ZEROES
              GO TO 0285-END
           END-IF

           MOVE "LOCL" TO LS-RS-REASON-CODE
           MOVE "CREDIT LIMIT EXCEEDED" TO LS-RS-REASON
           SET LS-RS-REJECTED TO TRUE

           MOVE LS-PR-ACC-ID TO WS-NOTICE-ACC-ID
           MOVE "DEBITREJ" TO WS-NOTICE-EVENT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "A DRAW OF " LS-PR-AMOUNT " WAS DECLINED "
                  "- CREDIT LIMIT."
              DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           CALL "writeNotice" USING WS-NOTICE-ACC-ID
                WS-NOTICE-EVENT WS-NOTICE-TEXT.

       0285-END.

       0290-APPLY-LINE-PAYMENT.
           OPEN I-O CREDIT-LINES
           IF CREDIT-LINES-CHECK-STATUS NOT = "00"
              MOVE CREDIT-LINES-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING CREDIT LINES FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0290-END
           END-IF

           MOVE LS-PR-ACC-ID TO CL-ACC-ID
           READ CREDIT-LINES KEY IS CL-ACC-ID
              INVALID KEY
                 CLOSE CREDIT-LINES
                 GO TO 0290-END
           END-READ

           ADD LS-PR-AMOUNT TO CL-PAID-SINCE-STMT
           IF CL-STATUS = "ARREARS"
              AND CL-PAID-SINCE-STMT NOT < CL-MIN-DUE
              MOVE "ACTIVE" TO CL-STATUS
           END-IF

           REWRITE CL-DETAILS
              INVALID KEY
                 MOVE CREDIT-LINES-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "REWRITING CREDIT LINE" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE
           CLOSE CREDIT-LINES.

       0290-END.

       0300-POST-ENTRY.
           MOVE LS-PR-TR-ID TO WS-LEG-TR-ID
           IF WS-LEG-TR-ID = ZEROES
              MOVE WS-PRE-TR-ID TO WS-LEG-TR-ID
           END-IF
           IF WS-LEG-TR-ID = ZEROES
              PERFORM 0400-GET-NEXT-TR-ID THRU 0400-END
              IF WS-LOCK-DENIED
                 MOVE "LOCK" TO LS-RS-REASON-CODE
                 MOVE "ID SEQUENCE IS LOCKED" TO LS-RS-REASON
                 SET LS-RS-REJECTED TO TRUE
                 GO TO 0300-END
              END-IF
           END-IF
           MOVE WS-LEG-TR-ID TO WS-ENTRY-TR-ID
           MOVE WS-LEG-TR-ID TO LS-RS-TR-ID

           MOVE LS-PR-ACC-ID TO WS-LEG-ACC-ID
           MOVE LS-PR-TYPE TO WS-LEG-TYPE
           MOVE LS-PR-AMOUNT TO WS-LEG-AMOUNT
           MOVE LS-PR-DESC TO WS-LEG-DESC
           MOVE LS-PR-TXN-CODE TO WS-LEG-CODE
           MOVE LS-PR-CHECK-NO TO WS-LEG-CHECK-NO
           MOVE LS-PR-RELATED-ID TO WS-LEG-RELATED-ID
           MOVE WS-POST-BRANCH TO WS-LEG-BRANCH
           MOVE "ACTIVE" TO WS-LEG-STATUS
           PERFORM 0410-WRITE-LEG THRU 0410-END

           IF WS-LEG-FAILED
              MOVE "WRIT" TO LS-RS-REASON-CODE
              MOVE "DUPLICATE TRANSACTION KEY" TO LS-RS-REASON
              SET LS-RS-REJECTED TO TRUE
              GO TO 0300-END
           END-IF

           MOVE WS-LEG-BALANCE TO LS-RS-NEW-BALANCE

           IF NOT LS-PR-SYSTEM
              CALL "postInterbranch" USING WS-POST-BRANCH
                   WS-ACCT-BRANCH LS-PR-TYPE LS-PR-AMOUNT
           END-IF.

       0300-END.

       0320-POST-FEE.
           PERFORM 0400-GET-NEXT-TR-ID THRU 0400-END
           IF WS-LOCK-DENIED
              GO TO 0320-END
           END-IF

           MOVE LS-PR-ACC-ID TO WS-LEG-ACC-ID
           MOVE "DEBIT" TO WS-LEG-TYPE
           MOVE "FEE" TO WS-LEG-CODE
           MOVE ZEROES TO WS-LEG-CHECK-NO
           MOVE WS-ENTRY-TR-ID TO WS-LEG-RELATED-ID
           MOVE WS-POST-BRANCH TO WS-LEG-BRANCH
           MOVE "ACTIVE" TO WS-LEG-STATUS
           PERFORM 0410-WRITE-LEG THRU 0410-END
           IF WS-LEG-FAILED
              GO TO 0320-END
           END-IF

           MOVE ZEROES TO WS-FEE-INCOME-ACC
           OPEN INPUT INT-ACCT
           IF INT-ACCT-CHECK-STATUS = "00"
              READ INT-ACCT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE IA-FEE-INCOME-ACC TO WS-FEE-INCOME-ACC
              END-READ
              CLOSE INT-ACCT
           END-IF

           IF WS-FEE-INCOME-ACC = ZEROES
              GO TO 0320-END
           END-IF

           MOVE WS-LEG-TR-ID TO WS-LEG-RELATED-ID
           PERFORM 0400-GET-NEXT-TR-ID THRU 0400-END
           IF WS-LOCK-DENIED
              GO TO 0320-END
           END-IF

           MOVE WS-FEE-INCOME-ACC TO WS-LEG-ACC-ID
           MOVE "CREDIT" TO WS-LEG-TYPE
           MOVE "FEE INCOME" TO WS-LEG-DESC
           MOVE "HQ" TO WS-LEG-BRANCH
           PERFORM 0410-WRITE-LEG THRU 0410-END.

       0320-END.

       0400-GET-NEXT-TR-ID.
           MOVE "TRSEQ-TRANSACTN" TO WS-LOCK-NAME
           CALL "acquireLock" USING WS-LOCK-NAME WS-LOCK-RESULT
           IF WS-LOCK-DENIED
              GO TO 0400-END
           END-IF

           OPEN I-O SEQ-FILE
           IF SEQ-CHECK-STATUS = "35"
              OPEN OUTPUT SEQ-FILE
              CLOSE SEQ-FILE
              OPEN I-O SEQ-FILE
           END-IF

           MOVE "TRANSACTN" TO SEQ-NAME
           READ SEQ-FILE KEY IS SEQ-NAME
              INVALID KEY
                 MOVE 1 TO SEQ-NEXT-ID
                 MOVE 1 TO WS-LEG-TR-ID
                 WRITE SEQ-RECORD
              NOT INVALID KEY
                 MOVE SEQ-NEXT-ID TO WS-LEG-TR-ID
                 COMPUTE SEQ-NEXT-ID = SEQ-NEXT-ID + 1
                 REWRITE SEQ-RECORD
           END-READ

           CLOSE SEQ-FILE
           CALL "releaseLock" USING WS-LOCK-NAME.

       0400-END.

       0410-WRITE-LEG.
           SET WS-LEG-POSTED TO TRUE

           MOVE WS-LEG-TR-ID TO TR-ID
           MOVE WS-LEG-ACC-ID TO TR-ACC-ID
           MOVE WS-LEG-TYPE TO TR-TYPE
           MOVE WS-LEG-AMOUNT TO TR-AMOUNT
           MOVE WS-LEG-DESC TO TR-DESC
           MOVE WS-POST-DATE TO TR-DATE
           MOVE WS-LEG-STATUS TO TR-STATUS
           MOVE WS-LEG-BRANCH TO TR-BRANCH
           MOVE WS-LEG-CHECK-NO TO TR-CHECK-NO
           MOVE "N" TO TR-SETTLED
           MOVE WS-LEG-CODE TO TR-TXN-CODE
           MOVE WS-LEG-RELATED-ID TO TR-RELATED-ID

           WRITE FD-TRANSACTION-DETAILS
              INVALID KEY
                 SET WS-LEG-FAILED TO TRUE
                 MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "WRITING TRANSACTION" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
                 GO TO 0410-END
           END-WRITE
           MOVE "TRANSACTIONS" TO WS-JNL-FILE
           MOVE "WRITE" TO WS-JNL-OP
           MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
           CALL "writeJournal" USING WS-JNL-PROGRAM
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE

           MOVE WS-LEG-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "UPDATING ACCOUNT BALANCE" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
                 GO TO 0410-END
           END-READ

           IF WS-LEG-TYPE = "CREDIT"
              COMPUTE FD-BALANCE = FD-BALANCE + WS-LEG-AMOUNT
           ELSE
              COMPUTE FD-BALANCE = FD-BALANCE - WS-LEG-AMOUNT
           END-IF

           MOVE "ACCOUNTS" TO WS-JNL-FILE
           MOVE "REWRITE" TO WS-JNL-OP
           MOVE FD-ACC-DETAILS TO WS-JNL-IMAGE
           CALL "writeJournal" USING WS-JNL-PROGRAM
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           REWRITE FD-ACC-DETAILS

           MOVE FD-BALANCE TO WS-LEG-BALANCE

           CALL "updateAcctSummary" USING WS-LEG-ACC-ID WS-LEG-TYPE
                WS-LEG-AMOUNT WS-LEG-CODE WS-POST-DATE FD-BALANCE.

       0410-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
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

           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " postEntry: "
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

           STRING WS-ERR-TIMESTAMP(1:8) "-" WS-ERR-TIMESTAMP(9:6)
                  " postEntry " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
