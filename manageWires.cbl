           RECORD KEY IS WIR-ID
           FILE STATUS IS WIRES-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WIRE-DOC-CHECK-STATUS.

       SELECT CUSTODIAL ASSIGN TO "custodial.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-ACC-ID
           FILE STATUS IS CUSTODIAL-CHECK-STATUS.

       SELECT ESTATE ASSIGN TO "estate.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ES-CUST-ID
           FILE STATUS IS ESTATE-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           05 WIR-STATUS             PIC X(8).
           05 WIR-TR-ID              PIC 9(9).

       FD ACCOUNTS.
       01 FD-ACC-DETAILS.
           02 FD-ID                   PIC 9(8).
       FD  WIRE-DOC.
       01  WIRE-DOC-LINE             PIC X(80).

       FD  CUSTODIAL.
       01  CU-DETAILS.
           05 CU-ACC-ID              PIC 9(8).
           05 CU-MINOR-ID            PIC 9(6).
           05 CU-CUSTODIAN-ID        PIC 9(6).
           05 CU-MAJORITY-DATE       PIC X(10).
           05 CU-OPENED              PIC X(10).
           05 CU-STATUS              PIC X(10).
           05 CU-NOTIFIED            PIC X(10).
           05 CU-CONVERTED-AT        PIC X(10).

       FD  ESTATE.
       01  ES-DETAILS.
           05 ES-CUST-ID             PIC 9(6).
           05 ES-DATE-OF-DEATH       PIC X(10).
           05 ES-DOCS-RECEIVED       PIC X(1).
           05 ES-EXECUTOR            PIC X(30).
           05 ES-STATUS              PIC X(8).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

           05 SESSION-TRAINING     PIC X(1).

       01  WIRES-CHECK-STATUS        PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  SEQ-CHECK-STATUS          PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  WIRE-DOC-CHECK-STATUS     PIC XX.
       01  CUSTODIAL-CHECK-STATUS    PIC XX.
       01  ESTATE-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-BENE-ACC-IN            PIC X(17).
       01  WS-REFERENCE-IN           PIC X(16).
       01  WS-CONFIRM                PIC X.
       01  WS-INSIDER-OP-ID          PIC X(8).
       01  WS-INSIDER-ACTION         PIC X(12).
       01  WS-INSIDER-RESULT         PIC X.
           88  WS-INSIDER-BLOCKED    VALUE "B".
       01  WS-REQ-CUST-ID            PIC 9(6).
       01  WS-CUSTODIAL-FLAG         PIC X.
           88  WS-CUSTODIAN-OK       VALUE "Y".
           88  WS-CUSTODIAN-DENIED   VALUE "N".
       01  WS-WIRE-ID-IN             PIC 9(9).
       01  WS-DATE-IN                PIC X(10).
       01  WS-WIRE-COUNT             PIC 9(5).

       01  WS-WIRE-REF               PIC 9(9).
       01  WS-SETTLEMENT-ACC         PIC 9(8).
       01  WS-FEE-INCOME-ACC         PIC 9(8).
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

       01  WS-SCREEN-TAX-ID          PIC X(11) VALUE SPACES.
       01  WS-SCREEN-RESULT          PIC X.
           88  WS-WATCHLIST-HIT      VALUE "H".
           88  WS-NO-HIT             VALUE "N".
       01  WS-HIT-NAME               PIC X(30).

       01  WS-HOLD-REQUEST.
           05 WS-HR-SOURCE           PIC X(8).
           05 WS-HR-REF-ID           PIC 9(9).
           05 WS-HR-CUST-ID          PIC 9(6).
           05 WS-HR-NICKNAME         PIC X(10).
           05 WS-HR-ACC-ID           PIC 9(8).
           05 WS-HR-AMOUNT           PIC 9(9)V99.
           05 WS-HR-NAME             PIC X(30).
           05 WS-HR-HIT-NAME         PIC X(30).

       01  WS-HOLD-RESULT.
           05 WS-HOLD-STATUS         PIC X.
              88  WS-HOLD-RAISED     VALUE "H".
              88  WS-HOLD-CLEARED    VALUE "C".
              88  WS-HOLD-FAILED     VALUE "F".
           05 WS-HOLD-ID             PIC 9(7).

       01  WS-WIRE-CCY               PIC X(3).

       01  WS-FX-POS-REQUEST.
           05 WS-FQ-ACTION           PIC X.
           05 WS-FQ-CCY              PIC X(3).
           05 WS-FQ-AMOUNT           PIC S9(11)V99.
           05 WS-FQ-RATE             PIC 9(3)V9(6).
           05 WS-FQ-SOURCE           PIC X(20).
           05 WS-FQ-REF              PIC X(20).

       01  WS-FX-POS-RESULT.
           05 WS-FQR-STATUS          PIC X.
           05 WS-FQR-MESSAGE         PIC X(60).

       01  WS-LOCK-NAME              PIC X(20).
       01  WS-LOCK-RESULT            PIC X.
           88  WS-LOCK-ACQUIRED      VALUE "Y".

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-SEND-WIRE THRU 0200-END
              WHEN 2
                 PERFORM 0400-RECEIVE-WIRE THRU 0400-END
              WHEN 3
                 PERFORM 0500-WIRE-INQUIRY THRU 0500-END
              WHEN 4
                 PERFORM 0600-LIST-WIRES
           END-EVALUATE
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "WIRE OUT" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE WIRE WAS NOT POSTED."
              CLOSE ACCOUNTS
              GO TO 0200-END
           END-IF

           PERFORM 0210-CHECK-CUSTODIAN THRU 0210-END
           IF WS-CUSTODIAN-DENIED
              CLOSE ACCOUNTS
              GO TO 0200-END
           END-IF

           DISPLAY "INSERT THE WIRE AMOUNT: "
           ACCEPT WS-AMOUNT

              MOVE WS-DEFAULT-WIRE-FEE TO WS-WIRE-FEE
           END-IF

           DISPLAY "BENEFICIARY NAME: "
           ACCEPT WS-BENE-NAME-IN
           MOVE FUNCTION UPPER-CASE (WS-BENE-NAME-IN)
           PERFORM 0250-GET-INTERNAL-ACCTS
           PERFORM 0260-GET-NEXT-WIRE-ID

           MOVE FD-CUST-ID TO WS-HR-CUST-ID
           MOVE FD-CURRENCY TO WS-WIRE-CCY
           CLOSE ACCOUNTS

           MOVE "WIRE-OUT" TO WS-HR-SOURCE
           PERFORM 0230-SCREEN-COUNTERPARTY THRU 0230-END
           IF WS-HOLD-RAISED
              MOVE "OUT" TO WIR-DIRECTION
              PERFORM 0240-WRITE-HELD-WIRE THRU 0240-END
              GO TO 0200-END
           END-IF
           IF WS-HOLD-FAILED
              DISPLAY "THE WIRE WAS NOT SENT."
              GO TO 0200-END
           END-IF

           MOVE "WIRE OUT " TO WS-WIRE-DESC-TAG
           MOVE WS-WIRE-REF TO WS-WIRE-DESC-ID

           MOVE WS-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-POST-BRANCH TO WS-PR-BRANCH
           MOVE "C" TO WS-PR-MODE
           MOVE "B" TO WS-PR-LIMIT-MODE
           MOVE WS-WIRE-FEE TO WS-PR-FEE-AMOUNT
           MOVE "WIRE FEE" TO WS-PR-FEE-DESC
           PERFORM 0270-POST-ENTRY

           IF WS-RS-REJECTED
              DISPLAY "THE WIRE WAS NOT SENT - " WS-RS-REASON
              GO TO 0200-END
           END-IF

           MOVE WS-RS-TR-ID TO WIR-TR-ID

           IF WS-SETTLEMENT-ACC NOT = ZEROES
              MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
              MOVE "CREDIT" TO WS-PR-TYPE
              MOVE WIR-TR-ID TO WS-PR-TR-ID
              MOVE WIR-TR-ID TO WS-PR-RELATED-ID
              MOVE "HQ" TO WS-PR-BRANCH
              MOVE "S" TO WS-PR-MODE
              MOVE SPACE TO WS-PR-LIMIT-MODE
              MOVE ZEROES TO WS-PR-FEE-AMOUNT
              MOVE SPACES TO WS-PR-FEE-DESC
              PERFORM 0270-POST-ENTRY
           END-IF

           MOVE "OUT" TO WIR-DIRECTION
           PERFORM 0280-FILL-WIRE-RECORD
           MOVE "SENT" TO WIR-STATUS

           WRITE WIR-DETAILS
                 GO TO 0200-END
           END-WRITE

           PERFORM 0300-WRITE-WIRE-DOCUMENT THRU 0300-END

           IF WS-WIRE-CCY NOT = "USD"
              MOVE WS-AMOUNT TO WS-FQ-AMOUNT
              PERFORM 0290-POST-FX-POSITION
           END-IF

           STRING "SENT WIRE " WS-WIRE-REF " AMT " WS-AMOUNT
                  " ACCT " WS-ACC-ID
           DISPLAY "WIRE " WS-WIRE-REF " SENT SUCCESSFULLY.".
       0200-END.

       0210-CHECK-CUSTODIAN.

           SET WS-CUSTODIAN-OK TO TRUE

           OPEN INPUT CUSTODIAL
           IF CUSTODIAL-CHECK-STATUS NOT = "00"
              GO TO 0210-END
           END-IF

           MOVE WS-ACC-ID TO CU-ACC-ID
           READ CUSTODIAL KEY IS CU-ACC-ID
              INVALID KEY
                 CLOSE CUSTODIAL
                 GO TO 0210-END
           END-READ
           CLOSE CUSTODIAL

           IF CU-STATUS = "CONVERTED"
              GO TO 0210-END
           END-IF

           IF WS-BUS-DATE NOT < CU-MAJORITY-DATE
              DISPLAY "THE OWNER REACHED THE AGE OF MAJORITY ON "
                      CU-MAJORITY-DATE " - THE CUSTODIANSHIP HAS "
                      "ENDED."
              GO TO 0210-END
           END-IF

           DISPLAY "THIS IS A CUSTODIAL ACCOUNT FOR A MINOR - ONLY "
                   "THE CUSTODIAN MAY SEND A WIRE."
           DISPLAY "INSERT THE REQUESTING CUSTOMER ID: "
           ACCEPT WS-REQ-CUST-ID

           IF WS-REQ-CUST-ID NOT = CU-CUSTODIAN-ID
              DISPLAY "CUSTOMER " WS-REQ-CUST-ID " IS NOT THE "
                      "CUSTODIAN OF THIS ACCOUNT."
              DISPLAY "THE WIRE WAS NOT POSTED."
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "CUSTODIAL DENIAL ACCT " WS-ACC-ID
                     " REQUESTED BY CUST " WS-REQ-CUST-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              SET WS-CUSTODIAN-DENIED TO TRUE
              GO TO 0210-END
           END-IF

           OPEN INPUT ESTATE
           IF ESTATE-CHECK-STATUS = "00"
              MOVE CU-CUSTODIAN-ID TO ES-CUST-ID
              READ ESTATE KEY IS ES-CUST-ID
                 NOT INVALID KEY
                    IF ES-STATUS = "OPEN"
                       DISPLAY "THE CUSTODIAN IS RECORDED AS "
                               "DECEASED - A SUCCESSOR CUSTODIAN "
                               "MUST BE APPOINTED."
                       DISPLAY "THE WIRE WAS NOT POSTED."
                       SET WS-CUSTODIAN-DENIED TO TRUE
                    END-IF
              END-READ
              CLOSE ESTATE
           END-IF.

       0210-END.

       0230-SCREEN-COUNTERPARTY.
           MOVE "C" TO WS-HOLD-STATUS
           MOVE ZEROES TO WS-HOLD-ID

           CALL "screenWatchlist" USING WS-BENE-NAME-IN
                WS-SCREEN-TAX-ID WS-SCREEN-RESULT WS-HIT-NAME

           IF NOT WS-WATCHLIST-HIT
              GO TO 0230-END
           END-IF

           DISPLAY "*** WATCHLIST HIT *** " WS-BENE-NAME-IN
                   " MATCHES BLOCKED PARTY: " WS-HIT-NAME

           MOVE WS-WIRE-REF TO WS-HR-REF-ID
           MOVE SPACES TO WS-HR-NICKNAME
           MOVE WS-ACC-ID TO WS-HR-ACC-ID
           MOVE WS-AMOUNT TO WS-HR-AMOUNT
           MOVE WS-BENE-NAME-IN TO WS-HR-NAME
           MOVE WS-HIT-NAME TO WS-HR-HIT-NAME
           CALL "raiseScreenHold" USING WS-HOLD-REQUEST
                WS-HOLD-RESULT.
       0230-END.

       0240-WRITE-HELD-WIRE.
           PERFORM 0280-FILL-WIRE-RECORD
           MOVE "HELD" TO WIR-STATUS
           MOVE ZEROES TO WIR-TR-ID

           WRITE WIR-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING WIRE REGISTER RECORD."
                 GO TO 0240-END
           END-WRITE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "HELD WIRE " WS-WIRE-REF " " WIR-DIRECTION " AMT "
                  WS-AMOUNT " SCREEN HOLD " WS-HOLD-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "WIRE " WS-WIRE-REF " IS HELD FOR SUPERVISOR "
                   "REVIEW (SCREENING HOLD " WS-HOLD-ID ")."
           DISPLAY "NOTHING HAS BEEN POSTED - A SUPERVISOR MUST "
                   "RELEASE OR REJECT IT.".
       0240-END.

       0250-GET-INTERNAL-ACCTS.
           MOVE ZEROES TO WS-SETTLEMENT-ACC
           MOVE ZEROES TO WS-FEE-INCOME-ACC
           CALL "releaseLock" USING WS-LOCK-NAME.
       0260-END.

       0270-POST-ENTRY.
           MOVE WS-AMOUNT TO WS-PR-AMOUNT
           MOVE WS-WIRE-DESC TO WS-PR-DESC
           MOVE "WIR" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE "WIRE" TO WS-PR-CHANNEL
           MOVE "N" TO WS-PR-ITEM-FEE

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED AND WS-PR-MODE = "S"
              DISPLAY "ERROR POSTING WIRE LEDGER ENTRY - "
                      WS-RS-REASON
           END-IF.
       0270-END.

       0280-FILL-WIRE-RECORD.
           MOVE WS-WIRE-REF TO WIR-ID
           MOVE WS-ACC-ID TO WIR-ACC-ID
           MOVE WS-AMOUNT TO WIR-AMOUNT
           MOVE WS-WIRE-FEE TO WIR-FEE
           MOVE WS-BENE-NAME-IN TO WIR-BENE-NAME
           MOVE WS-BENE-ADDRESS-IN TO WIR-BENE-ADDRESS
           MOVE WS-BENE-BANK-IN TO WIR-BENE-BANK
           MOVE WS-BENE-ACC-IN TO WIR-BENE-ACC-NO
           MOVE WS-REFERENCE-IN TO WIR-REFERENCE
           MOVE WS-BUS-DATE TO WIR-DATE
           MOVE "UNKNOWN" TO WIR-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO WIR-OPERATOR
           END-IF.
       0280-END.

       0290-POST-FX-POSITION.
           MOVE "P" TO WS-FQ-ACTION
           MOVE WS-WIRE-CCY TO WS-FQ-CCY
           MOVE ZEROES TO WS-FQ-RATE
           MOVE "manageWires" TO WS-FQ-SOURCE
           MOVE WS-WIRE-REF TO WS-FQ-REF
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT.
       0290-END.

       0300-WRITE-WIRE-DOCUMENT.
           MOVE SPACES TO WS-DOC-NAME
              GO TO 0400-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "WIRE IN" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE WIRE WAS NOT POSTED."
              CLOSE ACCOUNTS
              GO TO 0400-END
           END-IF

           DISPLAY "INSERT THE WIRE AMOUNT: "
           ACCEPT WS-AMOUNT

           PERFORM 0250-GET-INTERNAL-ACCTS
           PERFORM 0260-GET-NEXT-WIRE-ID

           MOVE FD-CUST-ID TO WS-HR-CUST-ID
           MOVE FD-CURRENCY TO WS-WIRE-CCY
           CLOSE ACCOUNTS

           MOVE ZEROES TO WS-WIRE-FEE
           MOVE "WIRE-IN" TO WS-HR-SOURCE
           PERFORM 0230-SCREEN-COUNTERPARTY THRU 0230-END
           IF WS-HOLD-RAISED
              MOVE "IN" TO WIR-DIRECTION
              PERFORM 0240-WRITE-HELD-WIRE THRU 0240-END
              GO TO 0400-END
           END-IF
           IF WS-HOLD-FAILED
              DISPLAY "THE WIRE WAS NOT POSTED."
              GO TO 0400-END
           END-IF

           MOVE "WIRE IN  " TO WS-WIRE-DESC-TAG
           MOVE WS-WIRE-REF TO WS-WIRE-DESC-ID

           MOVE WS-ACC-ID TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-POST-BRANCH TO WS-PR-BRANCH
           MOVE "C" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC
           PERFORM 0270-POST-ENTRY

           IF WS-RS-REJECTED
              DISPLAY "THE WIRE WAS NOT POSTED - " WS-RS-REASON
              GO TO 0400-END
           END-IF

           MOVE WS-RS-TR-ID TO WIR-TR-ID

           IF WS-SETTLEMENT-ACC NOT = ZEROES
              MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
              MOVE "DEBIT" TO WS-PR-TYPE
              MOVE WIR-TR-ID TO WS-PR-TR-ID
              MOVE WIR-TR-ID TO WS-PR-RELATED-ID
              MOVE "HQ" TO WS-PR-BRANCH
              MOVE "S" TO WS-PR-MODE
              PERFORM 0270-POST-ENTRY
           END-IF

           MOVE "IN" TO WIR-DIRECTION
           PERFORM 0280-FILL-WIRE-RECORD
           MOVE "RECEIVED" TO WIR-STATUS

           WRITE WIR-DETAILS
                 GO TO 0400-END
           END-WRITE

           IF WS-WIRE-CCY NOT = "USD"
              COMPUTE WS-FQ-AMOUNT = ZEROES - WS-AMOUNT
              PERFORM 0290-POST-FX-POSITION
           END-IF

           STRING "RECEIVED WIRE " WS-WIRE-REF " AMT " WS-AMOUNT
                  " ACCT " WS-ACC-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
