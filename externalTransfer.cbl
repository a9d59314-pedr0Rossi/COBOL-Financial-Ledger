       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEQ-NAME
           FILE STATUS IS SEQ-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.

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
       DATA DIVISION.
       FILE SECTION.

       FD ACCOUNTS.
       01 FD-ACC-DETAILS.
           02 FD-ID                   PIC 9(8).
           05 SEQ-NAME               PIC X(10).
           05 SEQ-NEXT-ID            PIC 9(9).

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-SETTLEMENT-ACC      PIC 9(8).

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

           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  ACCOUNTS-CHECK-STATUS       PIC XX.
       01  EXT-PAYEES-CHECK-STATUS     PIC XX.
       01  EXT-XFERS-CHECK-STATUS      PIC XX.
       01  SEQ-CHECK-STATUS            PIC XX.
       01  INT-ACCT-CHECK-STATUS       PIC XX.
       01  CUSTODIAL-CHECK-STATUS      PIC XX.
       01  ESTATE-CHECK-STATUS         PIC XX.
       01  ERROR-LOG-CHECK-STATUS      PIC XX.
       01  AUDIT-LOG-CHECK-STATUS      PIC XX.

       01  WS-AUDIT-OPERATOR           PIC X(8).
       01  WS-AUDIT-ACTION             PIC X(60).
       01  WS-AUDIT-TIMESTAMP          PIC X(26).
       01  WS-CUST-ID                  PIC 9(6).
       01  WS-NICKNAME-IN              PIC X(10).
       01  WS-CONFIRM                  PIC X.
       01  WS-INSIDER-OP-ID            PIC X(8).
       01  WS-INSIDER-ACTION           PIC X(12).
       01  WS-INSIDER-RESULT           PIC X.
           88  WS-INSIDER-BLOCKED      VALUE "B".
       01  WS-REQ-CUST-ID              PIC 9(6).
       01  WS-CUSTODIAL-FLAG           PIC X.
           88  WS-CUSTODIAN-OK         VALUE "Y".
           88  WS-CUSTODIAN-DENIED     VALUE "N".
       01  WS-CHECK-RESULT             PIC X.
           88  WS-CHECK-OK             VALUE "Y".
           88  WS-CHECK-BAD            VALUE "N".

       01  WS-EXT-REF                  PIC 9(9).
       01  WS-EXT-TR-ID                PIC 9(9).
       01  WS-EXT-STATUS               PIC X(8).
       01  WS-SETTLEMENT-ACC           PIC 9(8).
       01  WS-POST-BRANCH              PIC X(4).

       01  WS-BUS-DATE                 PIC X(10).
           05 WS-EXT-DESC-TAG        PIC X(7).
           05 WS-EXT-DESC-RTN        PIC 9(9).

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

       01  WS-SCREEN-NAME              PIC X(30).
       01  WS-SCREEN-TAX-ID            PIC X(11) VALUE SPACES.
       01  WS-SCREEN-RESULT            PIC X.
           88  WS-WATCHLIST-HIT        VALUE "H".
           88  WS-NO-HIT               VALUE "N".
       01  WS-HIT-NAME                 PIC X(30).

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

       01  WS-LOCK-NAME                PIC X(20).
       01  WS-LOCK-RESULT              PIC X.
           88  WS-LOCK-ACQUIRED        VALUE "Y".
       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-EXT-REF
           MOVE ZEROES TO WS-EXT-TR-ID
           MOVE "PENDING" TO WS-EXT-STATUS

           IF SESSION-TRAINING = "Y"
              DISPLAY "********* TRAINING MODE *********"
           END-IF
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "INSERT THE ORIGIN ACCOUNT ID: "
           ACCEPT WS-ACC-ID

              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "EXT TRANSFER" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE TRANSFER WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0160-CHECK-CUSTODIAN THRU 0160-END
           IF WS-CUSTODIAN-DENIED
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE FD-CUST-ID TO WS-CUST-ID

           PERFORM 0150-PICK-EXT-PAYEE
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "SEND " WS-AMOUNT " TO " EP-EXT-NAME " AT ROUTING "
                   EP-ROUTING-NO " ACCT " EP-EXT-ACC-NO "? (Y/N): "
           ACCEPT WS-CONFIRM
           END-IF

           PERFORM 0200-GET-SETTLEMENT-ACC
           PERFORM 0220-SCREEN-PAYEE THRU 0220-END
           PERFORM 0250-POST-DEBIT-LEG
           PERFORM 0300-POST-SETTLEMENT-LEG
           PERFORM 0350-WRITE-EXT-XFER THRU 0350-END

           STRING "EXT XFER " WS-EXT-REF " ACCT " WS-ACC-ID
                  " AMT " WS-AMOUNT " RTN " EP-ROUTING-NO
           END-IF.
       0150-END.

       0160-CHECK-CUSTODIAN.

           SET WS-CUSTODIAN-OK TO TRUE

           OPEN INPUT CUSTODIAL
           IF CUSTODIAL-CHECK-STATUS NOT = "00"
              GO TO 0160-END
           END-IF

           MOVE WS-ACC-ID TO CU-ACC-ID
           READ CUSTODIAL KEY IS CU-ACC-ID
              INVALID KEY
                 CLOSE CUSTODIAL
                 GO TO 0160-END
           END-READ
           CLOSE CUSTODIAL

           IF CU-STATUS = "CONVERTED"
              GO TO 0160-END
           END-IF

           IF WS-BUS-DATE NOT < CU-MAJORITY-DATE
              DISPLAY "THE OWNER REACHED THE AGE OF MAJORITY ON "
                      CU-MAJORITY-DATE " - THE CUSTODIANSHIP HAS "
                      "ENDED."
              GO TO 0160-END
           END-IF

           DISPLAY "THIS IS A CUSTODIAL ACCOUNT FOR A MINOR - ONLY "
                   "THE CUSTODIAN MAY TRANSFER OUT."
           DISPLAY "INSERT THE REQUESTING CUSTOMER ID: "
           ACCEPT WS-REQ-CUST-ID

           IF WS-REQ-CUST-ID NOT = CU-CUSTODIAN-ID
              DISPLAY "CUSTOMER " WS-REQ-CUST-ID " IS NOT THE "
                      "CUSTODIAN OF THIS ACCOUNT."
              DISPLAY "THE TRANSFER WAS NOT CREATED."
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "CUSTODIAL DENIAL ACCT " WS-ACC-ID
                     " REQUESTED BY CUST " WS-REQ-CUST-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              SET WS-CUSTODIAN-DENIED TO TRUE
              GO TO 0160-END
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
                       DISPLAY "THE TRANSFER WAS NOT CREATED."
                       SET WS-CUSTODIAN-DENIED TO TRUE
                    END-IF
              END-READ
              CLOSE ESTATE
           END-IF.

       0160-END.

       0200-GET-SETTLEMENT-ACC.
           MOVE ZEROES TO WS-SETTLEMENT-ACC
           END-IF.
       0200-END.

       0220-SCREEN-PAYEE.
           MOVE EP-EXT-NAME TO WS-SCREEN-NAME
           CALL "screenWatchlist" USING WS-SCREEN-NAME
                WS-SCREEN-TAX-ID WS-SCREEN-RESULT WS-HIT-NAME

           IF NOT WS-WATCHLIST-HIT
              GO TO 0220-END
           END-IF

           DISPLAY "*** WATCHLIST HIT *** " EP-EXT-NAME
                   " MATCHES BLOCKED PARTY: " WS-HIT-NAME

           PERFORM 0340-GET-NEXT-EXT-ID THRU 0340-END
           IF WS-EXT-REF = ZEROES
              DISPLAY "THE TRANSFER WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE "EXTXFER" TO WS-HR-SOURCE
           MOVE WS-EXT-REF TO WS-HR-REF-ID
           MOVE WS-CUST-ID TO WS-HR-CUST-ID
           MOVE EP-NICKNAME TO WS-HR-NICKNAME
           MOVE WS-ACC-ID TO WS-HR-ACC-ID
           MOVE WS-AMOUNT TO WS-HR-AMOUNT
           MOVE WS-SCREEN-NAME TO WS-HR-NAME
           MOVE WS-HIT-NAME TO WS-HR-HIT-NAME
           CALL "raiseScreenHold" USING WS-HOLD-REQUEST
                WS-HOLD-RESULT

           IF WS-HOLD-FAILED
              DISPLAY "THE TRANSFER WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-HOLD-CLEARED
              GO TO 0220-END
           END-IF

           MOVE "HELD" TO WS-EXT-STATUS
           MOVE ZEROES TO WS-EXT-TR-ID
           PERFORM 0350-WRITE-EXT-XFER THRU 0350-END

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "HELD EXT XFER " WS-EXT-REF " ACCT " WS-ACC-ID
                  " SCREEN HOLD " WS-HOLD-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "EXTERNAL TRANSFER " WS-EXT-REF " IS HELD FOR "
                   "SUPERVISOR REVIEW (SCREENING HOLD " WS-HOLD-ID
                   ")."
           DISPLAY "NOTHING HAS BEEN POSTED - A SUPERVISOR MUST "
                   "RELEASE OR REJECT IT."

           GO TO 0900-END-PROGRAM.
       0220-END.

       0250-POST-DEBIT-LEG.
           CLOSE ACCOUNTS

           MOVE WS-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE WS-AMOUNT TO WS-PR-AMOUNT
           MOVE "EXT TO " TO WS-EXT-DESC-TAG
           MOVE EP-ROUTING-NO TO WS-EXT-DESC-RTN
           MOVE WS-EXT-DESC TO WS-PR-DESC
           MOVE "EXT" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE WS-POST-BRANCH TO WS-PR-BRANCH
           MOVE "EXTXFER" TO WS-PR-CHANNEL
           MOVE "C" TO WS-PR-MODE
           MOVE "B" TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              DISPLAY "TRANSFER REJECTED: " WS-RS-REASON
              DISPLAY "THE TRANSFER WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-RS-TR-ID TO WS-EXT-TR-ID.
       0250-END.

       0300-POST-SETTLEMENT-LEG.
           MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE "EXT FRM" TO WS-EXT-DESC-TAG
           MOVE WS-ACC-ID TO WS-EXT-DESC-RTN
           MOVE WS-EXT-DESC TO WS-PR-DESC
           MOVE WS-EXT-TR-ID TO WS-PR-TR-ID
           MOVE WS-EXT-TR-ID TO WS-PR-RELATED-ID
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "S" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              DISPLAY "ERROR POSTING SETTLEMENT OFFSET - "
                      WS-RS-REASON
           END-IF.
       0300-END.

       0340-GET-NEXT-EXT-ID.
           MOVE "TRSEQ-TRANSACTN" TO WS-LOCK-NAME
           CALL "acquireLock" USING WS-LOCK-NAME WS-LOCK-RESULT
           IF WS-LOCK-DENIED
              GO TO 0340-END
           END-IF

           OPEN I-O SEQ-FILE
           END-READ

           CLOSE SEQ-FILE
           CALL "releaseLock" USING WS-LOCK-NAME.
       0340-END.

       0350-WRITE-EXT-XFER.
           OPEN I-O EXT-XFERS
           IF EXT-XFERS-CHECK-STATUS = "35"
              OPEN OUTPUT EXT-XFERS
              CLOSE EXT-XFERS
              OPEN I-O EXT-XFERS
           END-IF

           IF EXT-XFERS-CHECK-STATUS NOT = "00"
              MOVE EXT-XFERS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING EXT XFERS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0350-END
           END-IF

           IF WS-EXT-REF = ZEROES
              PERFORM 0340-GET-NEXT-EXT-ID THRU 0340-END
           END-IF

           IF WS-EXT-REF = ZEROES
              CLOSE EXT-XFERS
              GO TO 0350-END
           END-IF

           MOVE WS-EXT-REF TO EXT-ID
           MOVE WS-ACC-ID TO EXT-ACC-ID
           MOVE EP-EXT-NAME TO EXT-EXT-NAME
           MOVE WS-AMOUNT TO EXT-AMOUNT
           MOVE WS-BUS-DATE TO EXT-DATE
           MOVE WS-EXT-STATUS TO EXT-STATUS
           MOVE WS-EXT-TR-ID TO EXT-TR-ID
           MOVE SPACES TO EXT-RETURN-REASON

           WRITE EXT-DETAILS
       0890-END.

       0900-END-PROGRAM.
           CLOSE ACCOUNTS
           EXIT PROGRAM.
       0900-END.
