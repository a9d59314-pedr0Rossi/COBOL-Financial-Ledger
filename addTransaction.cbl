           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLDS-CHECK-STATUS.

       SELECT DRAWER-FILE ASSIGN TO "drawer.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JO-KEY
           FILE STATUS IS JOINT-OWNERS-CHECK-STATUS.

       SELECT CUSTODIAL ASSIGN TO "custodial.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-ACC-ID
           FILE STATUS IS CUSTODIAL-CHECK-STATUS.

       SELECT SIGNERS ASSIGN TO "signers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SG-KEY
           FILE STATUS IS SIGNERS-CHECK-STATUS.

       SELECT OPERATORS ASSIGN TO "operators.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS OPERATORS-CHECK-STATUS.

       SELECT CHECK-REGISTER ASSIGN TO "checkregister.IDX"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLIDAYS-CHECK-STATUS.

       SELECT MEMO-QUEUE ASSIGN TO "memoqueue.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 HOLD-CREATED-AT        PIC X(10).
           05 HOLD-STATUS            PIC X(8).

       FD  DRAWER-FILE.
       01  DRW-DETAILS.
           05 DRW-KEY.
           05 JO-ADDED-AT            PIC X(10).
           05 JO-AUTH-LEVEL          PIC X(8).

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

       FD  SIGNERS.
       01  SG-DETAILS.
           05 SG-KEY.
               10 SG-ACC-ID          PIC 9(8).
               10 SG-SEQ             PIC 9(2).
           05 SG-NAME                PIC X(30).
           05 SG-ID-DOC              PIC X(20).
           05 SG-DOC-TYPE            PIC X(10).
           05 SG-DOC-REF             PIC X(20).
           05 SG-SCOPE               PIC X(8).
           05 SG-LIMIT               PIC 9(9)V99.
           05 SG-START               PIC X(10).
           05 SG-EXPIRY              PIC X(10).
           05 SG-STATUS              PIC X(8).
           05 SG-ADDED               PIC X(10).
           05 SG-ADDED-BY            PIC X(8).

       FD  OPERATORS.
       01  OP-DETAILS.
           02 OP-ID                PIC X(8).
           02 OP-BRANCH            PIC X(4).
           02 OP-POST-LIMIT        PIC 9(7)V99.
           02 OP-TRAINEE           PIC X(1).
           02 OP-CUST-ID           PIC 9(6).

       FD  CHECK-REGISTER.
       01  CHK-DETAILS.
           05 FILLER                 PIC X(1).
           05 PC-COOL-CAP            PIC 9(7)V99.

       FD  MEMO-QUEUE.
       01  MQ-DETAILS.
           05 MQ-ID                  PIC 9(7).
       01  ERROR-LOG-CHECK-STATUS      PIC XX.
       01  AUDIT-LOG-CHECK-STATUS      PIC XX.
       01  HOLDS-CHECK-STATUS          PIC XX.
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

       01  DRAWER-CHECK-STATUS         PIC XX.
       01  PAYEES-CHECK-STATUS         PIC XX.


       01  FX-RATES-CHECK-STATUS       PIC XX.
       01  CHECK-BOOKS-CHECK-STATUS    PIC XX.

       01  ESTATE-CHECK-STATUS         PIC XX.
       01  WS-DECEASED-FLAG            PIC X.
       01  AVAILABILITY-CHECK-STATUS   PIC XX.
       01  WS-IS-CHKDEP                PIC X VALUE "N".
       01  WS-CHKDEP-ROUTING           PIC 9(9).
       01  WS-CHKDEP-CHECK-NO          PIC 9(6) VALUE ZEROES.
       01  WS-AV-SAMEDAY               PIC 9(7)V99 VALUE 200.00.
       01  WS-AV-STD-DAYS              PIC 9(2) VALUE 2.
       01  WS-AV-LARGE-AMT             PIC 9(9)V99 VALUE 5000.00.
       01  WS-LIMIT-REASON             PIC X(30).
       01  WS-LIMIT-MODE               PIC X.

       01  MEMO-QUEUE-CHECK-STATUS     PIC XX.
       01  WS-MQ-NEXT-ID               PIC 9(7).
       01  WS-MQ-CONFIRM               PIC X.
           88  EOF-POS-EXCEPT          VALUE "Y".
           88  NOT-EOF-POS-EXCEPT      VALUE "N".
       01  CHECK-REG-CHECK-STATUS      PIC XX.
       01  OPERATORS-CHECK-STATUS      PIC XX.
       01  DUAL-SIG-CHECK-STATUS       PIC XX.
       01  CD-TERMS-CHECK-STATUS       PIC XX.
       01  TXN-CODES-CHECK-STATUS      PIC XX.
       01  WS-TXN-CODE                 PIC X(4).
       01  WS-FEE-INCOME-ACC           PIC 9(8).
       01  WS-OFFSET-LINK              PIC 9(9) VALUE ZEROES.

       01  WS-CD-PENALTY-FLAG          PIC X VALUE "N".
       01  WS-SUPER-DEFAULT-LIMIT      PIC 9(7)V99 VALUE 25000.00.

       01  WS-OVERRIDE-ID              PIC X(8).
       01  WS-INSIDER-OP-ID            PIC X(8).
       01  WS-INSIDER-ACTION           PIC X(12).
       01  WS-INSIDER-RESULT           PIC X.
           88  WS-INSIDER-BLOCKED      VALUE "B".
       01  WS-SUP-OK                   PIC X.
           88  WS-SUP-VERIFIED         VALUE "Y".

       01  WS-CHECK-NO                 PIC 9(6).
       01  WS-POSPAY-MATCHED           PIC X VALUE "N".
       01  WS-CHECK-RESULT             PIC X.

       01  JOINT-OWNERS-CHECK-STATUS   PIC XX.
       01  CUSTODIAL-CHECK-STATUS      PIC XX.
       01  WS-CUSTODIAL-ACCT           PIC X VALUE "N".
       01  SIGNERS-CHECK-STATUS        PIC XX.
       01  WS-HAS-SIGNERS              PIC X.
       01  WS-SIGNER-SEQ-IN            PIC 9(2).
       01  WS-SIGNER-ID-OK             PIC X.
       01  WS-SIGNER-ACTING            PIC X VALUE "N".
       01  WS-SIGNER-NAME              PIC X(30).
       01  WS-SIGNER-REASON            PIC X(16).
       01  WS-REQ-CUST-ID              PIC 9(6).
       01  WS-HAS-JOINT-OWNERS         PIC X.
           88  WS-CHECK-OK             VALUE "Y".

       01  WS-FX-RATE-USED             PIC 9(3)V9(6).
       01  WS-CREDIT-AMOUNT            PIC 9(9)V99.

       01  WS-FX-POS-REQUEST.
           05 WS-FQ-ACTION             PIC X.
           05 WS-FQ-CCY                PIC X(3).
           05 WS-FQ-AMOUNT             PIC S9(11)V99.
           05 WS-FQ-RATE               PIC 9(3)V9(6).
           05 WS-FQ-SOURCE             PIC X(20).
           05 WS-FQ-REF                PIC X(20).

       01  WS-FX-POS-RESULT.
           05 WS-FQR-STATUS            PIC X.
              88  WS-FQR-WARNING       VALUE "W".
              88  WS-FQR-BLOCKED       VALUE "B".
           05 WS-FQR-MESSAGE           PIC X(60).
       01  WS-DEST-CURRENCY            PIC X(3).
       01  WS-DEST-BRANCH              PIC X(4).
       01  WS-POST-BRANCH              PIC X(4).
       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).


       01  WS-TO-ACC-ID              PIC 9(8).

           05 FILLER                 PIC X(4).

       01  WS-XFER-DEBIT-ID          PIC 9(9).

       01  WS-HOLD-FLAG              PIC X VALUE "N".
           88  WS-HOLD-FOR-APPROVAL  VALUE "Y".
           88  WS-LARGE-TRANSACTION  VALUE "Y".
           88  WS-NOT-LARGE          VALUE "N".

       01  WS-LOCK-NAME              PIC X(20).
       01  WS-LOCK-RESULT            PIC X.
           88  WS-LOCK-ACQUIRED      VALUE "Y".
           INITIALIZE WS-NEW-TRANSACTION
           INITIALIZE WS-SYSTEM-DATE
           MOVE ZEROES TO WS-ID
           SET NOT-EOF-TRANSACTIONS TO TRUE
           SET NOT-EOF-ACCOUNTS TO TRUE
           OPEN I-O ACCOUNTS
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0150-PROMPT-USER THRU 0160-GET-NEW-ID

           PERFORM 0205-BUILD-DATE
           PERFORM 0177-CHECK-DUPLICATE-ENTRY THRU 0177-END

           IF WS-HOLD-FOR-APPROVAL
              PERFORM 0200-PROCESS-DATA
              CALL "writeJournal" USING WS-JNL-PROGRAM
                   WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
              WRITE FD-TRANSACTION-DETAILS
              PERFORM 0156-RECORD-LIMIT-USAGE THRU 0156-END
              IF WS-LARGE-TRANSACTION
                 MOVE "REVIEW" TO WS-NOTICE-EVENT
                 MOVE SPACES TO WS-NOTICE-TEXT
                     ") FOR APPROVAL ON ACCT " WS-ACC-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              PERFORM 0166-AUDIT-ACTING-SIGNER THRU 0166-END
              DISPLAY "TRANSACTION SUBMITTED FOR APPROVAL - "
                      "BALANCE NOT YET AFFECTED."
              GO TO 0900-END-PROGRAM
           END-IF

           IF FUNCTION UPPER-CASE (WS-TYPE) = "TRANSFER"
              PERFORM 0250-PROCESS-TRANSFER
              PERFORM 0166-AUDIT-ACTING-SIGNER THRU 0166-END
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0200-PROCESS-DATA

           MOVE TR-ACC-ID TO WS-PR-ACC-ID
           MOVE TR-TYPE TO WS-PR-TYPE
           MOVE TR-AMOUNT TO WS-PR-AMOUNT
           MOVE TR-DESC TO WS-PR-DESC
           MOVE TR-TXN-CODE TO WS-PR-TXN-CODE
           MOVE TR-CHECK-NO TO WS-PR-CHECK-NO
           MOVE WS-ID TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE "C" TO WS-PR-MODE
           MOVE "U" TO WS-PR-LIMIT-MODE
           MOVE "Y" TO WS-PR-ITEM-FEE
           PERFORM 0210-POST-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "TRANSACTION REJECTED: " WS-RS-REASON
              DISPLAY "THE TRANSACTION WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF
           PERFORM 0148-MARK-ISSUE-MATCHED THRU 0148-END

           MOVE ZEROES TO WS-NEXT-HOLD-ID
           PERFORM 0159-PLACE-AVAILABILITY-HOLD THRU 0159-END
           PERFORM 0161-CAPTURE-DEPOSIT-ITEM THRU 0161-END
           PERFORM 0190-UPDATE-DRAWER THRU 0190-END
           PERFORM 0195-REGISTER-CHECK THRU 0195-END
           PERFORM 0196-POST-CD-PENALTY THRU 0196-END

           STRING "POSTED " WS-TYPE " TXN " WS-ID " ON ACCT "
                  WS-ACC-ID " AMOUNT " WS-AMOUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT
           PERFORM 0166-AUDIT-ACTING-SIGNER THRU 0166-END

           DISPLAY "TRANSACTION ADDED SUCCESSFULLY."

              PERFORM 0171-SEARCH-TO-ACCOUNT
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "POSTING" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE TRANSACTION WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-TYPE = "TRANSFER"
              CALL "checkInsider" USING WS-INSIDER-OP-ID WS-TO-ACC-ID
                   WS-INSIDER-ACTION WS-INSIDER-RESULT
              IF WS-INSIDER-BLOCKED
                 DISPLAY "THE TRANSACTION WAS NOT CREATED."
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF

           DISPLAY "INSERT THE AMOUNT: "
           ACCEPT WS-AMOUNT

           DISPLAY "INSERT THE DESCRIPTION: "
           ACCEPT WS-DESC

           PERFORM 0154-PROMPT-TXN-CODE THRU 0154-END

           PERFORM 0151-CHECK-POSTING-LIMIT THRU 0151-END

           IF WS-TYPE = "DEBIT" OR WS-TYPE = "TRANSFER"
              MOVE "C" TO WS-LIMIT-MODE
                 DISPLAY "INSERT THE ROUTING NUMBER ON THE "
                         "CHECK: "
                 ACCEPT WS-CHKDEP-ROUTING
                 DISPLAY "INSERT THE CHECK NUMBER ON THE DEPOSITED "
                         "CHECK: "
                 ACCEPT WS-CHKDEP-CHECK-NO
                 MOVE WS-CHKDEP-ROUTING TO WS-CHKDEP-DESC-RTN
                 MOVE WS-CHKDEP-DESC TO WS-DESC
                 IF WS-TXN-CODE = "MISC"
                 IF WS-TXN-CODE = "MISC"
                    MOVE "CHK" TO WS-TXN-CODE
                 END-IF
                 PERFORM 0165-CHECK-STOCK-RANGE THRU 0165-END
                 PERFORM 0178-CHECK-STOP-PAYMENT THRU 0178-END
                 PERFORM 0163-CHECK-POSITIVE-PAY THRU 0163-END
              END-IF
           END-IF
       
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN - POSTING IS "
                      "NOT ALLOWED."
              PERFORM 0167-OFFER-MEMO-QUEUE THRU 0167-END
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           SET WS-NO-HOLD TO TRUE
           SET WS-NOT-LARGE TO TRUE

           PERFORM 0158-CHECK-PAYEE-COOLING THRU 0158-END

           IF WS-TYPE = "DEBIT" OR WS-TYPE = "TRANSFER"
              PERFORM 0157-CHECK-DECEASED THRU 0157-END
              PERFORM 0168-CHECK-CUSTODIAN THRU 0168-END
              IF WS-CUSTODIAL-ACCT NOT = "Y"
                 PERFORM 0162-CHECK-SIGNER-AUTHORITY THRU 0162-END
                 IF WS-SIGNER-ACTING NOT = "Y"
                    PERFORM 0155-CHECK-JOINT-AUTHORITY THRU 0155-END
                 END-IF
              END-IF
              PERFORM 0153-CHECK-CD-TERM THRU 0153-END
           END-IF

           IF WS-TYPE = "DEBIT" OR WS-TYPE = "TRANSFER"
              PERFORM 0152-CHECK-DUAL-SIGNATURE THRU 0152-END
           END-IF

           IF WS-TYPE NOT = "TRANSFER"
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE "LIMIT OVRD" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-OVERRIDE-ID WS-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE TRANSACTION WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           STRING "LIMIT OVERRIDE BY " WS-OVERRIDE-ID " FOR "
                  SESSION-OPERATOR-ID " AMT " WS-AMOUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION

       0155-END.

       0162-CHECK-SIGNER-AUTHORITY.

           MOVE "N" TO WS-SIGNER-ACTING

           OPEN INPUT SIGNERS
           IF SIGNERS-CHECK-STATUS NOT = "00"
              GO TO 0162-END
           END-IF

           MOVE "N" TO WS-HAS-SIGNERS
           MOVE WS-ACC-ID TO SG-ACC-ID
           MOVE ZEROES TO SG-SEQ
           START SIGNERS KEY IS NOT LESS THAN SG-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ SIGNERS NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF SG-ACC-ID = WS-ACC-ID
                          MOVE "Y" TO WS-HAS-SIGNERS
                       END-IF
                 END-READ
           END-START

           IF WS-HAS-SIGNERS NOT = "Y"
              CLOSE SIGNERS
              GO TO 0162-END
           END-IF

           DISPLAY "THIS ACCOUNT HAS AUTHORIZED SIGNERS ON FILE."
           DISPLAY "INSERT THE ACTING SIGNER NUMBER (0 IF AN OWNER "
                   "IS ACTING): "
           ACCEPT WS-SIGNER-SEQ-IN

           IF WS-SIGNER-SEQ-IN = ZEROES
              CLOSE SIGNERS
              GO TO 0162-END
           END-IF

           MOVE WS-ACC-ID TO SG-ACC-ID
           MOVE WS-SIGNER-SEQ-IN TO SG-SEQ
           READ SIGNERS KEY IS SG-KEY
              INVALID KEY
                 CLOSE SIGNERS
                 DISPLAY "SIGNER " WS-SIGNER-SEQ-IN " IS NOT ON "
                         "FILE FOR THIS ACCOUNT."
                 DISPLAY "THE TRANSACTION WAS NOT CREATED."
                 GO TO 0900-END-PROGRAM
           END-READ
           CLOSE SIGNERS

           IF SG-STATUS NOT = "ACTIVE"
              DISPLAY "SIGNER " SG-SEQ " IS " SG-STATUS
                      " AND CANNOT ACT ON THIS ACCOUNT."
              MOVE "NOT ACTIVE" TO WS-SIGNER-REASON
              GO TO 0162-DENY
           END-IF

           IF WS-BUS-DATE < SG-START
              DISPLAY "THE AUTHORITY OF SIGNER " SG-SEQ
                      " DOES NOT START UNTIL " SG-START "."
              MOVE "NOT YET IN FORCE" TO WS-SIGNER-REASON
              GO TO 0162-DENY
           END-IF

           IF SG-EXPIRY NOT = SPACES
              AND WS-BUS-DATE > SG-EXPIRY
              DISPLAY "THE AUTHORITY OF SIGNER " SG-SEQ
                      " EXPIRED ON " SG-EXPIRY "."
              MOVE "EXPIRED" TO WS-SIGNER-REASON
              GO TO 0162-DENY
           END-IF

           IF SG-SCOPE = "INQUIRY"
              DISPLAY "SIGNER " SG-SEQ " HOLDS INQUIRY-ONLY "
                      "AUTHORITY ON THIS ACCOUNT AND CANNOT "
                      "WITHDRAW OR TRANSFER."
              MOVE "INQUIRY ONLY" TO WS-SIGNER-REASON
              GO TO 0162-DENY
           END-IF

           IF SG-SCOPE = "LIMITED"
              AND WS-AMOUNT > SG-LIMIT
              DISPLAY "SIGNER " SG-SEQ " MAY ONLY WITHDRAW OR "
                      "TRANSFER UP TO " SG-LIMIT "."
              MOVE "OVER LIMIT" TO WS-SIGNER-REASON
              GO TO 0162-DENY
           END-IF

           DISPLAY "ACTING SIGNER: " SG-NAME " (" SG-DOC-TYPE " "
                   SG-SCOPE ")"
           DISPLAY "HAS THE SIGNER'S IDENTITY BEEN VERIFIED AGAINST "
                   SG-ID-DOC "? (Y/N): "
           ACCEPT WS-SIGNER-ID-OK
           MOVE FUNCTION UPPER-CASE (WS-SIGNER-ID-OK)
              TO WS-SIGNER-ID-OK
           IF WS-SIGNER-ID-OK NOT = "Y"
              MOVE "ID NOT VERIFIED" TO WS-SIGNER-REASON
              GO TO 0162-DENY
           END-IF

           MOVE SG-NAME TO WS-SIGNER-NAME
           MOVE "Y" TO WS-SIGNER-ACTING
           GO TO 0162-END.

       0162-DENY.
           DISPLAY "THE TRANSACTION WAS NOT CREATED."
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SIGNER DENIAL ACCT " WS-ACC-ID " SIGNER "
                  WS-SIGNER-SEQ-IN " - " WS-SIGNER-REASON
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT
           GO TO 0900-END-PROGRAM.

       0162-END.

       0166-AUDIT-ACTING-SIGNER.

           IF WS-CUSTODIAL-ACCT = "Y"
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "TXN " WS-ID " BY CUSTODIAN " CU-CUSTODIAN-ID
                     " FOR MINOR " CU-MINOR-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              GO TO 0166-END
           END-IF

           IF WS-SIGNER-ACTING NOT = "Y"
              GO TO 0166-END
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "TXN " WS-ID " BY SIGNER " WS-SIGNER-SEQ-IN " "
                  WS-SIGNER-NAME
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.

       0166-END.

       0168-CHECK-CUSTODIAN.

           MOVE "N" TO WS-CUSTODIAL-ACCT

           OPEN INPUT CUSTODIAL
           IF CUSTODIAL-CHECK-STATUS NOT = "00"
              GO TO 0168-END
           END-IF

           MOVE WS-ACC-ID TO CU-ACC-ID
           READ CUSTODIAL KEY IS CU-ACC-ID
              INVALID KEY
                 CLOSE CUSTODIAL
                 GO TO 0168-END
           END-READ
           CLOSE CUSTODIAL

           IF CU-STATUS = "CONVERTED"
              GO TO 0168-END
           END-IF

           IF WS-BUS-DATE NOT < CU-MAJORITY-DATE
              DISPLAY "THE OWNER REACHED THE AGE OF MAJORITY ON "
                      CU-MAJORITY-DATE " - THE CUSTODIANSHIP HAS "
                      "ENDED."
              GO TO 0168-END
           END-IF

           DISPLAY "THIS IS A CUSTODIAL ACCOUNT FOR A MINOR - ONLY "
                   "THE CUSTODIAN MAY WITHDRAW OR TRANSFER."
           DISPLAY "INSERT THE REQUESTING CUSTOMER ID: "
           ACCEPT WS-REQ-CUST-ID

           IF WS-REQ-CUST-ID NOT = CU-CUSTODIAN-ID
              DISPLAY "CUSTOMER " WS-REQ-CUST-ID " IS NOT THE "
                      "CUSTODIAN OF THIS ACCOUNT."
              DISPLAY "THE TRANSACTION WAS NOT CREATED."
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "CUSTODIAL DENIAL ACCT " WS-ACC-ID
                     " REQUESTED BY CUST " WS-REQ-CUST-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              GO TO 0900-END-PROGRAM
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
                       DISPLAY "THE TRANSACTION WAS NOT CREATED."
                       CLOSE ESTATE
                       GO TO 0900-END-PROGRAM
                    END-IF
              END-READ
              CLOSE ESTATE
           END-IF

           MOVE "Y" TO WS-CUSTODIAL-ACCT.

       0168-END.

       0171-SEARCH-TO-ACCOUNT.

           DISPLAY "USE A SAVED PAYEE FOR THE DESTINATION? (Y/N): "
           END-IF.
       0172-END.

       0157-CHECK-DECEASED.

           MOVE "N" TO WS-DECEASED-FLAG

           OPEN INPUT ESTATE
           IF ESTATE-CHECK-STATUS NOT = "00"
              GO TO 0157-END
           END-IF

           MOVE WS-ORIGIN-CUST-ID TO ES-CUST-ID
           READ ESTATE KEY IS ES-CUST-ID
              NOT INVALID KEY
                 IF ES-STATUS = "OPEN"
                    MOVE "Y" TO WS-DECEASED-FLAG
                 END-IF
           END-READ
           CLOSE ESTATE

           IF WS-DECEASED-FLAG NOT = "Y"
              GO TO 0157-END
           END-IF

           OPEN INPUT JOINT-OWNERS
           IF JOINT-OWNERS-CHECK-STATUS NOT = "00"
              DISPLAY "THE ACCOUNT OWNER IS DECEASED (DATE OF "
                      "DEATH " ES-DATE-OF-DEATH ") - DEBITS ARE "
                      "BLOCKED PENDING ESTATE PROCESSING."
              DISPLAY "THE TRANSACTION WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE "N" TO WS-HAS-JOINT-OWNERS
           MOVE WS-ACC-ID TO JO-ACC-ID
           MOVE ZEROES TO JO-CUST-ID
           START JOINT-OWNERS KEY IS NOT LESS THAN JO-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ JOINT-OWNERS NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF JO-ACC-ID = WS-ACC-ID
                          MOVE "Y" TO WS-HAS-JOINT-OWNERS
                       END-IF
                 END-READ
           END-START
           CLOSE JOINT-OWNERS

           IF WS-HAS-JOINT-OWNERS NOT = "Y"
              DISPLAY "THE ACCOUNT OWNER IS DECEASED (DATE OF "
                      "DEATH " ES-DATE-OF-DEATH ") AND THE "
                      "ACCOUNT IS SOLELY OWNED."
              DISPLAY "DEBITS ARE BLOCKED UNTIL THE ESTATE IS "
                      "CLEARED."
              DISPLAY "THE TRANSACTION WAS NOT CREATED."
              STRING "BLOCKED DEBIT ON DECEASED CUST "
                     WS-ORIGIN-CUST-ID " ACCT " WS-ACC-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "THE PRIMARY OWNER IS DECEASED - SURVIVOR "
                   "HANDLING APPLIES AND A SURVIVING JOINT OWNER "
                   "MUST AUTHORIZE THIS DEBIT.".

       0157-END.

       0158-CHECK-PAYEE-COOLING.

           IF WS-TYPE NOT = "TRANSFER"
              GO TO 0158-END
           END-IF

           IF WS-USE-PAYEE NOT = "Y"
              GO TO 0158-END
           END-IF

           IF WS-PAYEE-ADDED-AT(1:4) NOT NUMERIC
              GO TO 0158-END
           END-IF

           OPEN INPUT PAYEE-COOL
           IF PAYEE-COOL-CHECK-STATUS = "00"
              READ PAYEE-COOL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PC-COOL-DAYS NUMERIC
                       MOVE PC-COOL-DAYS TO WS-COOL-DAYS
                       MOVE PC-COOL-CAP TO WS-COOL-CAP
                    END-IF
              END-READ
              CLOSE PAYEE-COOL
              END-IF
           END-IF

           CALL "kiteHoldDays" USING WS-ACC-ID WS-AV-DAYS

           COMPUTE WS-AV-REL-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD)
           PERFORM 0147-NEXT-BUS-DAY WS-AV-DAYS TIMES
           MOVE "-" TO WS-AV-REL-DATE(8:1)
           MOVE WS-AV-REL-NUM(7:2) TO WS-AV-REL-DATE(9:2)

           PERFORM 0149-WRITE-AVAIL-HOLD THRU 0149-END

           DISPLAY WS-AV-SAMEDAY " IS AVAILABLE SAME DAY - "
                   WS-AV-HOLD-AMOUNT " IS HELD UNTIL "

       0159-END.

       0161-CAPTURE-DEPOSIT-ITEM.

           IF WS-IS-CHKDEP NOT = "Y"
              GO TO 0161-END
           END-IF

           CALL "captureDepItem" USING WS-ACC-ID WS-CHKDEP-ROUTING
                WS-CHKDEP-CHECK-NO WS-AMOUNT WS-DATE WS-ID
                WS-NEXT-HOLD-ID.

       0161-END.

       0149-WRITE-AVAIL-HOLD.
           OPEN I-O HOLDS
           IF HOLDS-CHECK-STATUS = "35"

       0147-NEXT-BUS-DAY.
           ADD 1 TO WS-AV-REL-INT
           PERFORM 0146-CHECK-BUS-DAY THRU 0146-END
           PERFORM UNTIL WS-AV-IS-BUS = "Y"
              ADD 1 TO WS-AV-REL-INT
              PERFORM 0146-CHECK-BUS-DAY THRU 0146-END
           END-PERFORM.
       0147-END.

           MOVE FUNCTION UPPER-CASE (WS-DESC) TO MQ-DESC
           MOVE WS-TXN-CODE TO MQ-TXN-CODE
           MOVE WS-CHECK-NO TO MQ-CHECK-NO
           IF WS-IS-CHKDEP = "Y"
              MOVE WS-CHKDEP-CHECK-NO TO MQ-CHECK-NO
           END-IF
           MOVE FUNCTION CURRENT-DATE TO MQ-CAPTURED-AT
           MOVE "UNKNOWN" TO MQ-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
           GO TO 0163-END.

       0163-ROUTE-EXCEPTION.
           PERFORM 0164-WRITE-POSPAY-EXCEPTION THRU 0164-END

           DISPLAY "POSITIVE PAY EXCEPTION (" WS-PX-REASON ") - "
                   "THE CHECK WAS ROUTED TO THE EXCEPTION QUEUE "

       0195-END.

       0177-CHECK-DUPLICATE-ENTRY.

           IF WS-TYPE = "TRANSFER"

       0177-END.

       0198-POST-FEE-OFFSET.

           MOVE ZEROES TO WS-FEE-INCOME-ACC
              GO TO 0198-END
           END-IF

           MOVE WS-FEE-INCOME-ACC TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE WS-OFFSET-AMOUNT TO WS-PR-AMOUNT
           MOVE "FEE INCOME" TO WS-PR-DESC
           MOVE "FEE" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE WS-OFFSET-LINK TO WS-PR-RELATED-ID
           MOVE "S" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           PERFORM 0210-POST-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "ERROR POSTING FEE INCOME OFFSET."
           END-IF.

       0198-END.

              GO TO 0196-END
           END-IF

           MOVE WS-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE WS-CD-PENALTY-AMOUNT TO WS-PR-AMOUNT
           MOVE "CD EARLY WD PENALTY" TO WS-PR-DESC
           MOVE "FEE" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE WS-ID TO WS-PR-RELATED-ID
           MOVE "F" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           PERFORM 0210-POST-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "THE CD PENALTY WAS NOT POSTED - "
                      WS-RS-REASON
              GO TO 0196-END
           END-IF
           MOVE WS-RS-TR-ID TO WS-PENALTY-ID

           MOVE WS-CD-PENALTY-AMOUNT TO WS-OFFSET-AMOUNT
           MOVE WS-PENALTY-ID TO WS-OFFSET-LINK
           PERFORM 0198-POST-FEE-OFFSET THRU 0198-END

           STRING "CD PENALTY " WS-CD-PENALTY-AMOUNT " ON ACCT "
                  WS-ACC-ID
           MOVE WS-POST-BRANCH TO TR-BRANCH

           MOVE WS-CHECK-NO TO TR-CHECK-NO
           IF WS-IS-CHKDEP = "Y"
              MOVE WS-CHKDEP-CHECK-NO TO TR-CHECK-NO
           END-IF

           MOVE "N" TO TR-SETTLED

                TO WS-CREATED-DAY.
       0205-END.

       0210-POST-ENTRY.
           MOVE WS-DATE TO WS-PR-DATE
           MOVE WS-POST-BRANCH TO WS-PR-BRANCH
           IF WS-PR-MODE = "S"
              MOVE "HQ" TO WS-PR-BRANCH
           END-IF
           MOVE "TELLER" TO WS-PR-CHANNEL
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC

           CLOSE TRANSACTIONS
           CLOSE ACCOUNTS
           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT
           OPEN I-O ACCOUNTS
           OPEN I-O TRANSACTIONS

           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "REOPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0900-END-PROGRAM
           END-IF

           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "REOPENING TRANSACTIONS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-PR-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 CONTINUE
           END-READ.
       0210-END.

       0250-PROCESS-TRANSFER.

           PERFORM 0205-BUILD-DATE
              DISPLAY "DEBIT " WS-AMOUNT " " WS-ORIGIN-CURRENCY
                      " / CREDIT " WS-CREDIT-AMOUNT " "
                      WS-DEST-CURRENCY " AT RATE " WS-FX-RATE-USED
              PERFORM 0252-CHECK-FX-POSITION THRU 0252-END
           END-IF

           MOVE WS-ID TO WS-XFER-DEBIT-ID
           IF WS-CROSS-CCY
              MOVE "XT " TO WS-FX-DESC-TAG
              MOVE WS-TO-ACC-ID TO WS-FX-DESC-ACC
              MOVE WS-FX-RATE-USED TO WS-FX-DESC-RATE
              MOVE WS-FX-DESC TO WS-PR-DESC
           ELSE
              MOVE WS-TO-ACC-ID TO WS-XFER-DESC-ACC
              MOVE "XFER TO " TO WS-XFER-DESC(1:8)
              MOVE WS-XFER-DESC TO WS-PR-DESC
           END-IF
           MOVE WS-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE WS-AMOUNT TO WS-PR-AMOUNT
           MOVE "XFR" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE WS-XFER-DEBIT-ID TO WS-PR-TR-ID
           MOVE WS-XFER-DEBIT-ID TO WS-PR-RELATED-ID
           MOVE "C" TO WS-PR-MODE
           MOVE "U" TO WS-PR-LIMIT-MODE
           MOVE "Y" TO WS-PR-ITEM-FEE
           PERFORM 0210-POST-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "TRANSACTION REJECTED: " WS-RS-REASON
              DISPLAY "THE TRANSACTION WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF
           PERFORM 0196-POST-CD-PENALTY THRU 0196-END

           IF WS-CROSS-CCY
              MOVE "XF " TO WS-FX-DESC-TAG
              MOVE WS-ACC-ID TO WS-FX-DESC-ACC
              MOVE WS-FX-RATE-USED TO WS-FX-DESC-RATE
              MOVE WS-FX-DESC TO WS-PR-DESC
           ELSE
              MOVE WS-ACC-ID TO WS-XFER-DESC-ACC
              MOVE "XFER FRM" TO WS-XFER-DESC(1:8)
              MOVE WS-XFER-DESC TO WS-PR-DESC
           END-IF
           MOVE WS-TO-ACC-ID TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE WS-CREDIT-AMOUNT TO WS-PR-AMOUNT
           MOVE "XFR" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE WS-XFER-DEBIT-ID TO WS-PR-TR-ID
           MOVE WS-XFER-DEBIT-ID TO WS-PR-RELATED-ID
           MOVE "F" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           PERFORM 0210-POST-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "ERROR POSTING TRANSFER CREDIT LEG - "
                      "REVERSING DEBIT LEG."
              PERFORM 0260-ROLLBACK-DEBIT-LEG THRU 0260-END
              DISPLAY "THE TRANSACTION WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-CROSS-CCY
              PERFORM 0254-POST-FX-POSITION
           END-IF

           STRING "TRANSFER " WS-AMOUNT " FROM ACCT " WS-ACC-ID
                  " TO ACCT " WS-TO-ACC-ID

       0250-END.

       0252-CHECK-FX-POSITION.
           MOVE "C" TO WS-FQ-ACTION
           MOVE WS-ORIGIN-CURRENCY TO WS-FQ-CCY
           MOVE WS-AMOUNT TO WS-FQ-AMOUNT
           MOVE ZEROES TO WS-FQ-RATE
           MOVE "addTransaction" TO WS-FQ-SOURCE
           MOVE WS-ID TO WS-FQ-REF
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT
           IF NOT WS-FQR-BLOCKED
              MOVE "C" TO WS-FQ-ACTION
              MOVE WS-DEST-CURRENCY TO WS-FQ-CCY
              COMPUTE WS-FQ-AMOUNT = ZEROES - WS-CREDIT-AMOUNT
              MOVE ZEROES TO WS-FQ-RATE
              CALL "fxPosition" USING WS-FX-POS-REQUEST
                   WS-FX-POS-RESULT
           END-IF

           IF WS-FQR-WARNING
              DISPLAY "WARNING: " WS-FQR-MESSAGE
           END-IF

           IF NOT WS-FQR-BLOCKED
              GO TO 0252-END
           END-IF

           DISPLAY WS-FQR-MESSAGE
           DISPLAY "A SUPERVISOR OVERRIDE IS REQUIRED."
           CALL "verifySupervisor" USING WS-OVERRIDE-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "THE TRANSACTION WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "FX LIMIT OVERRIDE BY " WS-OVERRIDE-ID " "
                  WS-FQ-CCY " AMT " WS-AMOUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
       0252-END.

       0254-POST-FX-POSITION.
           MOVE "P" TO WS-FQ-ACTION
           MOVE WS-ORIGIN-CURRENCY TO WS-FQ-CCY
           MOVE WS-AMOUNT TO WS-FQ-AMOUNT
           MOVE ZEROES TO WS-FQ-RATE
           MOVE "addTransaction" TO WS-FQ-SOURCE
           MOVE WS-XFER-DEBIT-ID TO WS-FQ-REF
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT

           MOVE "P" TO WS-FQ-ACTION
           MOVE WS-DEST-CURRENCY TO WS-FQ-CCY
           COMPUTE WS-FQ-AMOUNT = ZEROES - WS-CREDIT-AMOUNT
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT.
       0254-END.

       0260-ROLLBACK-DEBIT-LEG.
           MOVE WS-XFER-DEBIT-ID TO TR-ID

           CLOSE TRANSACTIONS
           CLOSE ACCOUNTS
           EXIT PROGRAM.

       0900-END.
