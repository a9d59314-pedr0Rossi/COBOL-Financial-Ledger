       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageCreditLines.
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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  CREDIT-LINES-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS   PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-MENU-OPT             PIC 9.

       01  WS-ACC-ID-IN            PIC 9(8).
       01  WS-LINKED-IN            PIC 9(8).
       01  WS-LIMIT-IN             PIC 9(9)V99.
       01  WS-RATE-IN              PIC V9(4).
       01  WS-AMOUNT-IN            PIC 9(9)V99.
       01  WS-STATUS-IN            PIC X(8).

       01  WS-OUTSTANDING          PIC S9(9)V99.
       01  WS-AVAILABLE            PIC S9(9)V99.
       01  WS-ACC-BALANCE          PIC S9(9)V99.
       01  WS-ACC-FOUND            PIC X.
       01  WS-SAVE-ACC-ID          PIC 9(8).
       01  WS-LINE-ACC-ID          PIC 9(8).

       01  WS-STMT-YEAR            PIC 9(4).
       01  WS-STMT-MONTH           PIC 9(4).

       01  WS-STMT-DATE.
           05 WS-SD-YEAR           PIC 9(4).
           05 FILLER               VALUE "-".
           05 WS-SD-MONTH          PIC 9(2).
           05 FILLER               VALUE "-".
           05 WS-SD-DAY            PIC 9(2).

       01  WS-BUS-DATE             PIC X(10).
       01  WS-BUS-STATUS           PIC X(6).

       01  WS-POST-BRANCH          PIC X(4).
       01  WS-FIRST-TR-ID          PIC 9(9).

       01  WS-INSIDER-OP-ID        PIC X(8).
       01  WS-INSIDER-ACTION       PIC X(12).
       01  WS-INSIDER-RESULT       PIC X.
           88  WS-INSIDER-BLOCKED  VALUE "B".

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

       01  WS-CL-MENU.
           02 WS-CL-MENU-LINE      PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-CL-MENU-OPT1      PIC X(22)
                                   VALUE "1 - Open a Credit Line".
           02 WS-CL-MENU-OPT2      PIC X(22)
                                   VALUE "2 - View a Credit Line".
           02 WS-CL-MENU-OPT3      PIC X(30)
                                   VALUE "3 - Draw to Linked Account".
           02 WS-CL-MENU-OPT4      PIC X(27)
                                   VALUE "4 - Pay from Linked Account".
           02 WS-CL-MENU-OPT5      PIC X(26)
                                   VALUE "5 - Change Limit / Status".
           02 WS-CL-MENU-OPT0      PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-CL-MENU-LINE
           DISPLAY "CREDIT LINE MANAGEMENT"
           DISPLAY WS-CL-MENU-OPT1
           DISPLAY WS-CL-MENU-OPT2
           DISPLAY WS-CL-MENU-OPT3
           DISPLAY WS-CL-MENU-OPT4
           DISPLAY WS-CL-MENU-OPT5
           DISPLAY WS-CL-MENU-OPT0
           DISPLAY WS-CL-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 5
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O CREDIT-LINES
           IF CREDIT-LINES-CHECK-STATUS = "35"
              OPEN OUTPUT CREDIT-LINES
              CLOSE CREDIT-LINES
              OPEN I-O CREDIT-LINES
           END-IF

           IF CREDIT-LINES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CREDIT LINES FILE: "
                      CREDIT-LINES-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-OPEN-LINE THRU 0200-END
              WHEN 2
                 PERFORM 0300-VIEW-LINE THRU 0300-END
              WHEN 3
                 PERFORM 0400-DRAW THRU 0400-END
              WHEN 4
                 PERFORM 0500-PAYMENT THRU 0500-END
              WHEN 5
                 PERFORM 0600-CHANGE-LINE THRU 0600-END
           END-EVALUATE

           CLOSE CREDIT-LINES
           PERFORM 0100-MAIN.
       0100-END.

       0200-OPEN-LINE.
           DISPLAY "INSERT THE CREDIT LINE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           PERFORM 0700-READ-ACCOUNT THRU 0700-END
           IF WS-ACC-FOUND NOT = "Y"
              DISPLAY "ACCOUNT NOT FOUND - OPEN THE CREDIT LINE "
                      "ACCOUNT FIRST (TYPE CREDITLINE)."
              GO TO 0200-END
           END-IF

           IF FS-TYPE = "INTERNAL"
              DISPLAY "AN INTERNAL ACCOUNT CANNOT CARRY A CREDIT "
                      "LINE."
              GO TO 0200-END
           END-IF

           IF WS-ACC-BALANCE > ZEROES
              DISPLAY "THE ACCOUNT HAS A CREDIT BALANCE - USE A "
                      "DEDICATED CREDIT LINE ACCOUNT."
              GO TO 0200-END
           END-IF

           MOVE WS-ACC-ID-IN TO CL-ACC-ID
           READ CREDIT-LINES KEY IS CL-ACC-ID
              NOT INVALID KEY
                 IF CL-STATUS NOT = "CLOSED"
                    DISPLAY "A CREDIT LINE IS ALREADY OPEN ON THIS "
                            "ACCOUNT."
                    GO TO 0200-END
                 END-IF
           END-READ

           DISPLAY "INSERT THE LINKED DEPOSIT ACCOUNT ID "
                   "(0 FOR NONE): "
           ACCEPT WS-LINKED-IN
           IF WS-LINKED-IN NOT = ZEROES
              IF WS-LINKED-IN = WS-ACC-ID-IN
                 DISPLAY "THE LINKED ACCOUNT MUST BE A DIFFERENT "
                         "ACCOUNT."
                 GO TO 0200-END
              END-IF
              MOVE WS-ACC-ID-IN TO WS-SAVE-ACC-ID
              MOVE WS-LINKED-IN TO WS-ACC-ID-IN
              PERFORM 0700-READ-ACCOUNT THRU 0700-END
              MOVE WS-SAVE-ACC-ID TO WS-ACC-ID-IN
              IF WS-ACC-FOUND NOT = "Y"
                 DISPLAY "LINKED ACCOUNT NOT FOUND."
                 GO TO 0200-END
              END-IF
           END-IF

           DISPLAY "INSERT THE CREDIT LIMIT: "
           ACCEPT WS-LIMIT-IN
           IF WS-LIMIT-IN = ZEROES
              DISPLAY "THE CREDIT LIMIT CANNOT BE ZERO."
              GO TO 0200-END
           END-IF

           DISPLAY "INSERT THE ANNUAL RATE (E.G. 0.1200): "
           ACCEPT WS-RATE-IN

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN."
              GO TO 0200-END
           END-IF

           PERFORM 0260-NEXT-STATEMENT-DATE

           MOVE WS-ACC-ID-IN TO CL-ACC-ID
           MOVE WS-LINKED-IN TO CL-LINKED-ACC-ID
           MOVE WS-LIMIT-IN TO CL-CREDIT-LIMIT
           MOVE WS-RATE-IN TO CL-ANNUAL-RATE
           MOVE WS-BUS-DATE TO CL-OPENED
           MOVE WS-STMT-DATE TO CL-NEXT-STMT-DATE
           MOVE SPACES TO CL-LAST-STMT-DATE
           MOVE WS-BUS-DATE TO CL-LAST-ACCRUAL
           MOVE ZEROES TO CL-ACCRUED-INT
           MOVE ZEROES TO CL-STMT-BALANCE
           MOVE ZEROES TO CL-MIN-DUE
           MOVE SPACES TO CL-DUE-DATE
           MOVE ZEROES TO CL-PAID-SINCE-STMT
           MOVE "N" TO CL-LATE-CHARGED
           MOVE ZEROES TO CL-PAST-DUE-COUNT
           MOVE "ACTIVE" TO CL-STATUS

           WRITE CL-DETAILS
              INVALID KEY
                 REWRITE CL-DETAILS
           END-WRITE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "OPENED CREDIT LINE ON ACCT " WS-ACC-ID-IN
                  " LIMIT " WS-LIMIT-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "CREDIT LINE OPENED - FIRST STATEMENT ON "
                   CL-NEXT-STMT-DATE ".".
       0200-END.

       0260-NEXT-STATEMENT-DATE.
           MOVE WS-BUS-DATE(1:4) TO WS-STMT-YEAR
           MOVE WS-BUS-DATE(6:2) TO WS-STMT-MONTH
           MOVE WS-BUS-DATE(9:2) TO WS-SD-DAY
           IF WS-SD-DAY > 28
              MOVE 28 TO WS-SD-DAY
           END-IF

           ADD 1 TO WS-STMT-MONTH
           IF WS-STMT-MONTH > 12
              SUBTRACT 12 FROM WS-STMT-MONTH
              ADD 1 TO WS-STMT-YEAR
           END-IF
           MOVE WS-STMT-YEAR TO WS-SD-YEAR
           MOVE WS-STMT-MONTH TO WS-SD-MONTH.
       0260-END.

       0300-VIEW-LINE.
           DISPLAY "INSERT THE CREDIT LINE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO CL-ACC-ID
           READ CREDIT-LINES KEY IS CL-ACC-ID
              INVALID KEY
                 DISPLAY "NO CREDIT LINE ON FILE FOR THIS ACCOUNT."
                 GO TO 0300-END
           END-READ

           PERFORM 0700-READ-ACCOUNT THRU 0700-END
           PERFORM 0710-COMPUTE-AVAILABLE

           DISPLAY "CREDIT LINE ACCOUNT: " CL-ACC-ID
           DISPLAY "LINKED ACCOUNT:      " CL-LINKED-ACC-ID
           DISPLAY "CREDIT LIMIT:        " CL-CREDIT-LIMIT
           DISPLAY "OUTSTANDING:         " WS-OUTSTANDING
           DISPLAY "AVAILABLE CREDIT:    " WS-AVAILABLE
           DISPLAY "ANNUAL RATE:         " CL-ANNUAL-RATE
           DISPLAY "UNBILLED INTEREST:   " CL-ACCRUED-INT
           DISPLAY "OPENED:              " CL-OPENED
           DISPLAY "LAST STATEMENT:      " CL-LAST-STMT-DATE
           DISPLAY "STATEMENT BALANCE:   " CL-STMT-BALANCE
           DISPLAY "MINIMUM DUE:         " CL-MIN-DUE
           DISPLAY "DUE DATE:            " CL-DUE-DATE
           DISPLAY "PAID SINCE STATEMENT:" CL-PAID-SINCE-STMT
           DISPLAY "NEXT STATEMENT:      " CL-NEXT-STMT-DATE
           DISPLAY "TIMES PAST DUE:      " CL-PAST-DUE-COUNT
           DISPLAY "STATUS:              " CL-STATUS.
       0300-END.

       0400-DRAW.
           DISPLAY "INSERT THE CREDIT LINE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO CL-ACC-ID
           READ CREDIT-LINES KEY IS CL-ACC-ID
              INVALID KEY
                 DISPLAY "NO CREDIT LINE ON FILE FOR THIS ACCOUNT."
                 GO TO 0400-END
           END-READ

           IF CL-LINKED-ACC-ID = ZEROES
              DISPLAY "NO LINKED ACCOUNT - DRAW BY DIRECT DEBIT "
                      "ON THE CREDIT LINE ACCOUNT."
              GO TO 0400-END
           END-IF

           DISPLAY "INSERT THE DRAW AMOUNT: "
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN = ZEROES
              DISPLAY "THE AMOUNT CANNOT BE ZERO."
              GO TO 0400-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "LINE DRAW" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID CL-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF NOT WS-INSIDER-BLOCKED
              CALL "checkInsider" USING WS-INSIDER-OP-ID
                   CL-LINKED-ACC-ID WS-INSIDER-ACTION WS-INSIDER-RESULT
           END-IF
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE DRAW WAS NOT POSTED."
              GO TO 0400-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE CL-ACC-ID TO WS-LINE-ACC-ID
           MOVE CL-LINKED-ACC-ID TO WS-LINKED-IN
           CLOSE CREDIT-LINES

           MOVE WS-LINE-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE "LINE DRAW" TO WS-PR-DESC
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE "C" TO WS-PR-MODE
           PERFORM 0720-POST-LINE-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "DRAW REFUSED - " WS-RS-REASON
              GO TO 0400-REOPEN
           END-IF
           MOVE WS-RS-TR-ID TO WS-FIRST-TR-ID

           MOVE WS-LINKED-IN TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE "LINE DRAW" TO WS-PR-DESC
           MOVE WS-FIRST-TR-ID TO WS-PR-RELATED-ID
           MOVE "F" TO WS-PR-MODE
           PERFORM 0720-POST-LINE-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "THE LINKED ACCOUNT REFUSED THE CREDIT - "
                      WS-RS-REASON
              MOVE WS-LINE-ACC-ID TO WS-PR-ACC-ID
              MOVE "CREDIT" TO WS-PR-TYPE
              MOVE "LINE DRAW REVERSAL" TO WS-PR-DESC
              MOVE WS-FIRST-TR-ID TO WS-PR-RELATED-ID
              MOVE "S" TO WS-PR-MODE
              PERFORM 0720-POST-LINE-ENTRY
              GO TO 0400-REOPEN
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "LINE DRAW ACCT " WS-LINE-ACC-ID " TO "
                  WS-LINKED-IN " AMT " WS-AMOUNT-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "DRAW POSTED TO ACCOUNT " WS-LINKED-IN ".".

       0400-REOPEN.
           OPEN I-O CREDIT-LINES.
       0400-END.

       0500-PAYMENT.
           DISPLAY "INSERT THE CREDIT LINE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO CL-ACC-ID
           READ CREDIT-LINES KEY IS CL-ACC-ID
              INVALID KEY
                 DISPLAY "NO CREDIT LINE ON FILE FOR THIS ACCOUNT."
                 GO TO 0500-END
           END-READ

           IF CL-LINKED-ACC-ID = ZEROES
              DISPLAY "NO LINKED ACCOUNT - POST THE PAYMENT AS A "
                      "DEPOSIT TO THE CREDIT LINE ACCOUNT."
              GO TO 0500-END
           END-IF

           PERFORM 0700-READ-ACCOUNT THRU 0700-END
           PERFORM 0710-COMPUTE-AVAILABLE
           DISPLAY "OUTSTANDING: " WS-OUTSTANDING
                   "  MINIMUM DUE: " CL-MIN-DUE
                   "  PAID: " CL-PAID-SINCE-STMT

           DISPLAY "INSERT THE PAYMENT AMOUNT: "
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN = ZEROES
              DISPLAY "THE AMOUNT CANNOT BE ZERO."
              GO TO 0500-END
           END-IF

           IF WS-AMOUNT-IN > WS-OUTSTANDING
              DISPLAY "THE PAYMENT EXCEEDS THE OUTSTANDING BALANCE."
              GO TO 0500-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "LINE PAYMENT" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID CL-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF NOT WS-INSIDER-BLOCKED
              CALL "checkInsider" USING WS-INSIDER-OP-ID
                   CL-LINKED-ACC-ID WS-INSIDER-ACTION WS-INSIDER-RESULT
           END-IF
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE PAYMENT WAS NOT POSTED."
              GO TO 0500-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE CL-ACC-ID TO WS-LINE-ACC-ID
           MOVE CL-LINKED-ACC-ID TO WS-LINKED-IN
           CLOSE CREDIT-LINES

           MOVE WS-LINKED-IN TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE "LINE PAYMENT" TO WS-PR-DESC
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE "C" TO WS-PR-MODE
           PERFORM 0720-POST-LINE-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "PAYMENT REFUSED - " WS-RS-REASON
              GO TO 0500-REOPEN
           END-IF
           MOVE WS-RS-TR-ID TO WS-FIRST-TR-ID

           MOVE WS-LINE-ACC-ID TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE "LINE PAYMENT" TO WS-PR-DESC
           MOVE WS-FIRST-TR-ID TO WS-PR-RELATED-ID
           MOVE "F" TO WS-PR-MODE
           PERFORM 0720-POST-LINE-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "THE CREDIT LINE REFUSED THE PAYMENT - "
                      WS-RS-REASON
              MOVE WS-LINKED-IN TO WS-PR-ACC-ID
              MOVE "CREDIT" TO WS-PR-TYPE
              MOVE "LINE PMT REVERSAL" TO WS-PR-DESC
              MOVE WS-FIRST-TR-ID TO WS-PR-RELATED-ID
              MOVE "S" TO WS-PR-MODE
              PERFORM 0720-POST-LINE-ENTRY
              GO TO 0500-REOPEN
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "LINE PAYMENT ACCT " WS-LINE-ACC-ID " AMT "
                  WS-AMOUNT-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "PAYMENT POSTED.".

       0500-REOPEN.
           OPEN I-O CREDIT-LINES.
       0500-END.

       0600-CHANGE-LINE.
           DISPLAY "INSERT THE CREDIT LINE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO CL-ACC-ID
           READ CREDIT-LINES KEY IS CL-ACC-ID
              INVALID KEY
                 DISPLAY "NO CREDIT LINE ON FILE FOR THIS ACCOUNT."
                 GO TO 0600-END
           END-READ

           DISPLAY "CURRENT LIMIT: " CL-CREDIT-LIMIT
                   "  STATUS: " CL-STATUS
           DISPLAY "INSERT THE NEW CREDIT LIMIT (0 TO KEEP): "
           ACCEPT WS-LIMIT-IN
           DISPLAY "INSERT THE NEW STATUS (ACTIVE/FROZEN/CLOSED, "
                   "BLANK TO KEEP): "
           ACCEPT WS-STATUS-IN
           MOVE FUNCTION UPPER-CASE(WS-STATUS-IN) TO WS-STATUS-IN

           IF WS-STATUS-IN NOT = SPACES
              AND WS-STATUS-IN NOT = "ACTIVE"
              AND WS-STATUS-IN NOT = "FROZEN"
              AND WS-STATUS-IN NOT = "CLOSED"
              DISPLAY "INVALID STATUS."
              GO TO 0600-END
           END-IF

           IF WS-STATUS-IN = "ACTIVE" AND CL-STATUS = "ARREARS"
              DISPLAY "THE LINE IS IN ARREARS - IT REOPENS WHEN THE "
                      "MINIMUM DUE IS PAID."
              GO TO 0600-END
           END-IF

           IF WS-STATUS-IN = "CLOSED"
              PERFORM 0700-READ-ACCOUNT THRU 0700-END
              IF WS-ACC-BALANCE < ZEROES
                 DISPLAY "THE LINE HAS AN OUTSTANDING BALANCE AND "
                         "CANNOT BE CLOSED."
                 GO TO 0600-END
              END-IF
           END-IF

           IF WS-LIMIT-IN NOT = ZEROES
              MOVE WS-LIMIT-IN TO CL-CREDIT-LIMIT
           END-IF
           IF WS-STATUS-IN NOT = SPACES
              MOVE WS-STATUS-IN TO CL-STATUS
           END-IF

           REWRITE CL-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING CREDIT LINE: "
                         CREDIT-LINES-CHECK-STATUS
                 GO TO 0600-END
           END-REWRITE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHANGED CREDIT LINE " CL-ACC-ID " LIMIT "
                  CL-CREDIT-LIMIT " STATUS " CL-STATUS
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "CREDIT LINE UPDATED.".
       0600-END.

       0700-READ-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND
           MOVE ZEROES TO WS-ACC-BALANCE

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
                      ACCOUNTS-CHECK-STATUS
              GO TO 0700-END
           END-IF

           MOVE WS-ACC-ID-IN TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              NOT INVALID KEY
                 MOVE "Y" TO WS-ACC-FOUND
                 MOVE FS-BALANCE TO WS-ACC-BALANCE
           END-READ
           CLOSE ACCOUNTS.
       0700-END.

       0710-COMPUTE-AVAILABLE.
           MOVE ZEROES TO WS-OUTSTANDING
           IF WS-ACC-BALANCE < ZEROES
              COMPUTE WS-OUTSTANDING = 0 - WS-ACC-BALANCE
           END-IF

           COMPUTE WS-AVAILABLE = CL-CREDIT-LIMIT - WS-OUTSTANDING
           IF WS-AVAILABLE < ZEROES
              MOVE ZEROES TO WS-AVAILABLE
           END-IF.
       0710-END.

       0715-SET-POST-BRANCH.
           MOVE "HQ" TO WS-POST-BRANCH
           IF SESSION-BRANCH-ID NOT = SPACES
              AND SESSION-BRANCH-ID NOT = LOW-VALUES
              MOVE SESSION-BRANCH-ID TO WS-POST-BRANCH
           END-IF.
       0715-END.

       0720-POST-LINE-ENTRY.
           PERFORM 0715-SET-POST-BRANCH
           MOVE WS-AMOUNT-IN TO WS-PR-AMOUNT
           MOVE "LOC" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE WS-POST-BRANCH TO WS-PR-BRANCH
           MOVE "CREDITLN" TO WS-PR-CHANNEL
           MOVE "U" TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC
           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT.
       0720-END.

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

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " manageCreditLines: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
