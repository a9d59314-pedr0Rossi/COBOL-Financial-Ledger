           RECORD KEY IS ES-CUST-ID
           FILE STATUS IS ESTATE-CHECK-STATUS.

       SELECT BENEFICIARIES ASSIGN TO "beneficiaries.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-KEY
           FILE STATUS IS BENEFICIARIES-CHECK-STATUS.

       SELECT CLOSE-REASONS ASSIGN TO "closereasons.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CODE
           FILE STATUS IS CLOSE-REASONS-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           05 ES-EXECUTOR            PIC X(30).
           05 ES-STATUS              PIC X(8).

       FD  BENEFICIARIES.
       01  BEN-DETAILS.
           05 BEN-KEY.
               10 BEN-ACC-ID         PIC 9(8).
               10 BEN-SEQ            PIC 9(2).
           05 BEN-NAME               PIC X(30).
           05 BEN-RELATION           PIC X(12).
           05 BEN-SHARE-PCT          PIC 9(3)V99.
           05 BEN-PHONE              PIC X(15).
           05 BEN-ADDRESS            PIC X(30).
           05 BEN-STATUS             PIC X(8).
           05 BEN-ADDED              PIC X(10).
           05 BEN-PAID-AMOUNT        PIC 9(9)V99.
           05 BEN-PAID-DATE          PIC X(10).
           05 BEN-PAID-TR-ID         PIC 9(9).

       FD  CLOSE-REASONS.
       01  CR-DETAILS.
           05 CR-CODE                PIC X(4).
           05 CR-DESCRIPTION         PIC X(30).
           05 CR-CATEGORY            PIC X(8).
           05 CR-STATUS              PIC X(7).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD   PIC X(120).

       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  ESTATE-CHECK-STATUS       PIC XX.
       01  WS-ESTATE-BLOCK           PIC X.
       01  WS-ESTATE-ON-FILE         PIC X.
       01  WS-EXECUTOR-MISSING       PIC X.
       01  BENEFICIARIES-CHECK-STATUS PIC XX.

       01  WS-EOF-BENEFICIARIES      PIC X VALUE "N".
           88  EOF-BENEFICIARIES     VALUE "Y".
           88  NOT-EOF-BENEFICIARIES VALUE "N".

       01  WS-POD-COUNT              PIC 9(3).
       01  WS-POD-SHARE-TOTAL        PIC 9(5)V99.
       01  WS-POD-PCT-LEFT           PIC 9(5)V99.
       01  WS-POD-PAID-COUNT         PIC 9(3).
       01  WS-POD-AMOUNT             PIC 9(9)V99.
       01  WS-POD-METHOD             PIC X.
           88  WS-POD-BY-TRANSFER    VALUE "T" "t".
           88  WS-POD-BY-WITHDRAWAL  VALUE "W" "w".
       01  WS-POD-STOP               PIC X.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  SEQ-CHECK-STATUS          PIC XX.
       01  HOLDS-CHECK-STATUS        PIC XX.
           88  EOF-PENDING           VALUE "Y".
           88  NOT-EOF-PENDING       VALUE "N".

       01  WS-PCH-NEW-VALUE.
           05 WS-PCH-NEW-STATUS      PIC X(7).
           05 WS-PCH-CLOSE-DATA.
              10 FILLER              PIC X(1).
              10 WS-PCH-REASON       PIC X(4).
              10 FILLER              PIC X(1).
              10 WS-PCH-LOST-BAL     PIC 9(9)V99.
              10 FILLER              PIC X(1).
              10 WS-PCH-SOURCE       PIC X(1).

       01  CLOSE-REASONS-CHECK-STATUS PIC XX.

       01  WS-EOF-REASONS            PIC X VALUE "N".
           88  EOF-REASONS           VALUE "Y".
           88  NOT-EOF-REASONS       VALUE "N".

       01  WS-CLOSE-REASON           PIC X(4).
       01  WS-CLOSE-SOURCE           PIC X(1).
       01  WS-CLOSE-LOST-BAL         PIC 9(9)V99.
       01  WS-PCH-NEXT-ID            PIC 9(7).

       01  WS-IDENTIFIED             PIC X.
       01  WS-DISPOSITION            PIC X.
           88  WS-DISP-TRANSFER      VALUE "T" "t".
           88  WS-DISP-WITHDRAW      VALUE "W" "w".
           88  WS-DISP-BENEFICIARY   VALUE "B" "b".

       01  WS-CLOSE-BALANCE          PIC S9(9)V99.
       01  WS-CLOSE-CURRENCY         PIC X(3).

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-CLOSE-ACCOUNT THRU 0200-END
              WHEN 2
                 PERFORM 0210-REOPEN-ACCOUNT THRU 0210-END
              WHEN 3
                 PERFORM 0220-FREEZE-ACCOUNT THRU 0220-END
              WHEN 4
                 PERFORM 0230-UNFREEZE-ACCOUNT THRU 0230-END
              WHEN 5
                 PERFORM 0235-REACTIVATE-DORMANT THRU 0235-END
           END-EVALUATE

           CALL "releaseLock" USING WS-LOCK-NAME.
              GO TO 0200-END
           END-IF

           PERFORM 0240-COUNT-ACTIVE-HOLDS THRU 0240-END
           IF WS-ACTIVE-HOLD-COUNT > ZEROES
              DISPLAY "CANNOT CLOSE: " WS-ACTIVE-HOLD-COUNT
                      " ACTIVE HOLD(S) EXIST AGAINST THIS ACCOUNT."
              GO TO 0200-END
           END-IF

           PERFORM 0247-COUNT-BENEFICIARIES THRU 0247-END
           PERFORM 0245-CHECK-ESTATE THRU 0245-END
           IF WS-ESTATE-BLOCK = "Y"
              DISPLAY "CANNOT CLOSE: THE OWNER IS DECEASED AND "
                      "THE ESTATE CHECKLIST IS NOT COMPLETE."
              GO TO 0200-END
           END-IF

           PERFORM 0255-GET-CLOSE-REASON THRU 0255-END
           IF WS-CLOSE-REASON = SPACES
              DISPLAY "A CLOSURE REASON IS REQUIRED - THE ACCOUNT "
                      "REMAINS OPEN."
              GO TO 0200-END
           END-IF

           MOVE ZEROES TO WS-CLOSE-LOST-BAL
           IF FS-BALANCE > ZEROES
              MOVE FS-BALANCE TO WS-CLOSE-LOST-BAL
           END-IF

           MOVE "NO BALANCE TO DISPOSE" TO WS-DISP-NOTE

           IF FS-BALANCE NOT = ZEROES
              PERFORM 0250-DISPOSE-BALANCE THRU 0250-END
              IF FS-BALANCE NOT = ZEROES
                 DISPLAY "THE BALANCE WAS NOT DISPOSED OF - THE "
                         "ACCOUNT REMAINS OPEN."
           END-IF

           MOVE "CLOSED" TO WS-PCH-NEW-STATUS
           MOVE SPACES TO WS-PCH-CLOSE-DATA
           MOVE WS-CLOSE-REASON TO WS-PCH-REASON
           MOVE WS-CLOSE-LOST-BAL TO WS-PCH-LOST-BAL
           MOVE WS-CLOSE-SOURCE TO WS-PCH-SOURCE
           PERFORM 0800-WRITE-PENDING-CHANGE THRU 0800-END
           STRING "REQUESTED CLOSE OF ACCT " FS-ID " RSN "
                  WS-CLOSE-REASON " - " WS-DISP-NOTE
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT
           DISPLAY "THE CLOSE WAS SUBMITTED FOR APPROVAL BY A "
                   "SECOND OPERATOR.".
       0200-END.

       0255-GET-CLOSE-REASON.
           MOVE SPACES TO WS-CLOSE-REASON
           MOVE "T" TO WS-CLOSE-SOURCE

           OPEN INPUT CLOSE-REASONS
           IF CLOSE-REASONS-CHECK-STATUS NOT = "00"
              DISPLAY "NO CLOSURE REASON CODES ARE SET UP - AN "
                      "ADMINISTRATOR MUST LOAD THEM FIRST."
              GO TO 0255-END
           END-IF

           IF WS-ESTATE-ON-FILE = "Y"
              PERFORM 0257-FIND-DEATH-REASON THRU 0257-END
              IF WS-CLOSE-REASON NOT = SPACES
                 MOVE "E" TO WS-CLOSE-SOURCE
                 DISPLAY "THE OWNER IS DECEASED - THE CLOSE IS "
                         "RECORDED AS ESTATE SETTLEMENT, REASON "
                         WS-CLOSE-REASON "."
                 CLOSE CLOSE-REASONS
                 GO TO 0255-END
              END-IF
           END-IF

           DISPLAY "CLOSURE REASONS:"
           MOVE LOW-VALUES TO CR-CODE
           SET NOT-EOF-REASONS TO TRUE
           START CLOSE-REASONS KEY IS NOT LESS THAN CR-CODE
              INVALID KEY
                 SET EOF-REASONS TO TRUE
           END-START

           PERFORM UNTIL EOF-REASONS
              READ CLOSE-REASONS NEXT RECORD
                 AT END
                    SET EOF-REASONS TO TRUE
                 NOT AT END
                    IF CR-STATUS = "ACTIVE"
                       AND CR-CATEGORY NOT = "ESCHEAT"
                       DISPLAY "   " CR-CODE " " CR-DESCRIPTION
                    END-IF
              END-READ
           END-PERFORM

           DISPLAY "INSERT THE CLOSURE REASON CODE: "
           ACCEPT WS-CLOSE-REASON
           MOVE FUNCTION UPPER-CASE (WS-CLOSE-REASON)
                TO WS-CLOSE-REASON

           MOVE WS-CLOSE-REASON TO CR-CODE
           READ CLOSE-REASONS KEY IS CR-CODE
              INVALID KEY
                 DISPLAY "NOT A VALID CLOSURE REASON."
                 MOVE SPACES TO WS-CLOSE-REASON
              NOT INVALID KEY
                 IF CR-STATUS NOT = "ACTIVE"
                    OR CR-CATEGORY = "ESCHEAT"
                    DISPLAY "THAT CLOSURE REASON CANNOT BE USED "
                            "HERE."
                    MOVE SPACES TO WS-CLOSE-REASON
                 END-IF
                 IF CR-CATEGORY = "DEATH"
                    MOVE "E" TO WS-CLOSE-SOURCE
                 END-IF
           END-READ

           CLOSE CLOSE-REASONS.
       0255-END.

       0257-FIND-DEATH-REASON.
           MOVE LOW-VALUES TO CR-CODE
           SET NOT-EOF-REASONS TO TRUE
           START CLOSE-REASONS KEY IS NOT LESS THAN CR-CODE
              INVALID KEY
                 SET EOF-REASONS TO TRUE
           END-START

           PERFORM UNTIL EOF-REASONS
              READ CLOSE-REASONS NEXT RECORD
                 AT END
                    SET EOF-REASONS TO TRUE
                 NOT AT END
                    IF CR-STATUS = "ACTIVE"
                       AND CR-CATEGORY = "DEATH"
                       MOVE CR-CODE TO WS-CLOSE-REASON
                       SET EOF-REASONS TO TRUE
                    END-IF
              END-READ
           END-PERFORM.
       0257-END.

       0235-REACTIVATE-DORMANT.
           IF FS-STATUS NOT = "DORMANT"
              DISPLAY "THIS ACCOUNT IS NOT DORMANT (" FS-STATUS ")."
           END-IF

           MOVE "ACTIVE" TO WS-PCH-NEW-STATUS
           PERFORM 0800-WRITE-PENDING-CHANGE THRU 0800-END
           STRING "REQUESTED REACTIVATION OF ACCT " FS-ID
                  " AFTER IDENTIFICATION"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION

       0245-CHECK-ESTATE.
           MOVE "N" TO WS-ESTATE-BLOCK
           MOVE "N" TO WS-ESTATE-ON-FILE
           MOVE "N" TO WS-EXECUTOR-MISSING

           OPEN INPUT ESTATE
           IF ESTATE-CHECK-STATUS NOT = "00"
           MOVE FS-CUST-ID TO ES-CUST-ID
           READ ESTATE KEY IS ES-CUST-ID
              NOT INVALID KEY
                 MOVE "Y" TO WS-ESTATE-ON-FILE
                 IF ES-STATUS = "OPEN"
                    IF ES-DOCS-RECEIVED NOT = "Y"
                       MOVE "Y" TO WS-ESTATE-BLOCK
                    END-IF
                    IF ES-EXECUTOR = SPACES
                       MOVE "Y" TO WS-EXECUTOR-MISSING
                       IF WS-POD-COUNT = ZEROES
                          MOVE "Y" TO WS-ESTATE-BLOCK
                       END-IF
                    END-IF
                 END-IF
           END-READ

           CLOSE ESTATE.
       0245-END.

       0247-COUNT-BENEFICIARIES.
           MOVE ZEROES TO WS-POD-COUNT
           MOVE ZEROES TO WS-POD-SHARE-TOTAL
           MOVE ZEROES TO WS-POD-PCT-LEFT

           OPEN INPUT BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS NOT = "00"
              GO TO 0247-END
           END-IF

           MOVE WS-SEARCH-ID TO BEN-ACC-ID
           MOVE ZEROES TO BEN-SEQ
           SET NOT-EOF-BENEFICIARIES TO TRUE
           START BENEFICIARIES KEY IS NOT LESS THAN BEN-KEY
              INVALID KEY
                 SET EOF-BENEFICIARIES TO TRUE
           END-START

           PERFORM UNTIL EOF-BENEFICIARIES
              READ BENEFICIARIES NEXT RECORD
                 AT END
                    SET EOF-BENEFICIARIES TO TRUE
                 NOT AT END
                    IF BEN-ACC-ID NOT = WS-SEARCH-ID
                       SET EOF-BENEFICIARIES TO TRUE
                    ELSE
                       IF BEN-STATUS = "ACTIVE"
                          ADD 1 TO WS-POD-COUNT
                          ADD BEN-SHARE-PCT TO WS-POD-SHARE-TOTAL
                          ADD BEN-SHARE-PCT TO WS-POD-PCT-LEFT
                       END-IF
                       IF BEN-STATUS = "PAID"
                          ADD BEN-SHARE-PCT TO WS-POD-SHARE-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE BENEFICIARIES.
       0247-END.

       0240-COUNT-ACTIVE-HOLDS.
           MOVE ZEROES TO WS-ACTIVE-HOLD-COUNT


           DISPLAY "THE ACCOUNT CARRIES A BALANCE OF " FS-BALANCE
                   " " FS-CURRENCY "."
           IF WS-ESTATE-ON-FILE = "Y" AND WS-POD-COUNT > ZEROES
              DISPLAY "THE OWNER IS DECEASED AND " WS-POD-COUNT
                      " PAYABLE-ON-DEATH BENEFICIARY(IES) ARE "
                      "ON FILE."
              DISPLAY "DISPOSE BY TRANSFER (T), FINAL "
                      "WITHDRAWAL (W) OR PAY BENEFICIARIES (B)? "
           ELSE
              DISPLAY "DISPOSE BY TRANSFER (T) OR FINAL "
                      "WITHDRAWAL (W)? "
           END-IF
           ACCEPT WS-DISPOSITION

           IF WS-CLOSE-BALANCE < ZEROES
              GO TO 0250-END
           END-IF

           IF WS-DISP-BENEFICIARY
              IF WS-ESTATE-ON-FILE NOT = "Y"
                 OR WS-POD-COUNT = ZEROES
                 DISPLAY "BENEFICIARIES ARE ONLY PAID ONCE A DATE "
                         "OF DEATH IS ON FILE FOR THE OWNER."
                 GO TO 0250-END
              END-IF
           ELSE
              IF WS-EXECUTOR-MISSING = "Y"
                 DISPLAY "NO EXECUTOR IS ON FILE - ONLY THE "
                         "BENEFICIARY PAYOUT (B) IS ALLOWED."
                 GO TO 0250-END
              END-IF
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN - POSTING IS "

           EVALUATE TRUE
              WHEN WS-DISP-TRANSFER
                 PERFORM 0260-CLOSEOUT-TRANSFER THRU 0260-END
              WHEN WS-DISP-WITHDRAW
                 PERFORM 0270-CLOSEOUT-WITHDRAWAL THRU 0270-END
              WHEN WS-DISP-BENEFICIARY
                 PERFORM 0300-PAY-BENEFICIARIES THRU 0300-END
              WHEN OTHER
                 DISPLAY "NO VALID DISPOSITION CHOSEN."
           END-EVALUATE.
           END-READ.
       0290-END.

       0300-PAY-BENEFICIARIES.
           IF WS-POD-SHARE-TOTAL NOT = 100
              DISPLAY "THE BENEFICIARY SHARES TOTAL "
                      WS-POD-SHARE-TOTAL " PCT - THEY MUST TOTAL "
                      "100 PCT BEFORE A PAYOUT."
              GO TO 0300-END
           END-IF

           OPEN I-O BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS NOT = "00"
              MOVE BENEFICIARIES-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING BENEFICIARIES FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0300-END
           END-IF

           MOVE ZEROES TO WS-POD-PAID-COUNT
           MOVE "N" TO WS-POD-STOP
           MOVE WS-SEARCH-ID TO BEN-ACC-ID
           MOVE ZEROES TO BEN-SEQ
           SET NOT-EOF-BENEFICIARIES TO TRUE
           START BENEFICIARIES KEY IS NOT LESS THAN BEN-KEY
              INVALID KEY
                 SET EOF-BENEFICIARIES TO TRUE
           END-START

           PERFORM UNTIL EOF-BENEFICIARIES OR WS-POD-STOP = "Y"
              READ BENEFICIARIES NEXT RECORD
                 AT END
                    SET EOF-BENEFICIARIES TO TRUE
                 NOT AT END
                    IF BEN-ACC-ID NOT = WS-SEARCH-ID
                       SET EOF-BENEFICIARIES TO TRUE
                    ELSE
                       IF BEN-STATUS = "ACTIVE"
                          PERFORM 0310-PAY-ONE-BENEFICIARY THRU 0310-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE BENEFICIARIES

           PERFORM 0290-REREAD-CLOSING-ACCOUNT

           STRING "PAID " WS-POD-PAID-COUNT " POD BENEFICIARIES"
              DELIMITED BY SIZE INTO WS-DISP-NOTE

           IF FS-BALANCE NOT = ZEROES
              DISPLAY WS-POD-PAID-COUNT " BENEFICIARY PAYMENT(S) "
                      "POSTED - " FS-BALANCE " IS STILL DUE TO "
                      "THE REMAINING BENEFICIARIES."
           ELSE
              DISPLAY "ALL BENEFICIARY PAYMENTS POSTED."
           END-IF.
       0300-END.

       0310-PAY-ONE-BENEFICIARY.
           IF WS-POD-COUNT = 1
              MOVE WS-CLOSE-BALANCE TO WS-POD-AMOUNT
           ELSE
              COMPUTE WS-POD-AMOUNT ROUNDED =
                      WS-CLOSE-BALANCE * BEN-SHARE-PCT
                      / WS-POD-PCT-LEFT
           END-IF

           DISPLAY "BENEFICIARY " BEN-SEQ " " BEN-NAME
           DISPLAY "   " BEN-RELATION " " BEN-SHARE-PCT " PCT - "
                   "AMOUNT DUE " WS-POD-AMOUNT " " WS-CLOSE-CURRENCY
           DISPLAY "PAY BY TRANSFER TO AN ACCOUNT (T) OR "
                   "WITHDRAWAL FOR A CHECK OR CASH (W)? "
           ACCEPT WS-POD-METHOD

           MOVE ZEROES TO WS-DEST-ACC-ID
           EVALUATE TRUE
              WHEN WS-POD-BY-TRANSFER
                 PERFORM 0320-CHECK-POD-DESTINATION THRU 0320-END
              WHEN WS-POD-BY-WITHDRAWAL
                 CONTINUE
              WHEN OTHER
                 DISPLAY "NO VALID PAYMENT METHOD CHOSEN - THE "
                         "PAYOUT STOPS HERE."
                 MOVE "Y" TO WS-POD-STOP
           END-EVALUATE

           IF WS-POD-STOP = "Y"
              GO TO 0310-END
           END-IF

           OPEN I-O TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING TRANSACTIONS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE "Y" TO WS-POD-STOP
              GO TO 0310-END
           END-IF

           PERFORM 0280-GET-NEW-TR-ID

           MOVE WS-NEW-TR-ID TO TR-ID
           MOVE WS-SEARCH-ID TO TR-ACC-ID
           MOVE "DEBIT" TO TR-TYPE
           MOVE WS-POD-AMOUNT TO TR-AMOUNT
           MOVE SPACES TO TR-DESC
           STRING "POD PAYOUT BEN " BEN-SEQ
              DELIMITED BY SIZE INTO TR-DESC
           MOVE WS-TODAY TO TR-DATE
           MOVE "ACTIVE" TO TR-STATUS
           MOVE WS-POST-BRANCH TO TR-BRANCH
           MOVE ZEROES TO TR-CHECK-NO
           MOVE "N" TO TR-SETTLED
           IF WS-POD-BY-TRANSFER
              MOVE "XFR" TO TR-TXN-CODE
           ELSE
              MOVE "WDL" TO TR-TXN-CODE
           END-IF
           MOVE "TRANSACTIONS" TO WS-JNL-FILE
           MOVE "WRITE" TO WS-JNL-OP
           MOVE ZEROES TO TR-RELATED-ID
           MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
           CALL "writeJournal" USING WS-JNL-PROGRAM
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           WRITE FD-TRANSACTION-DETAILS

           IF WS-POD-BY-TRANSFER
              MOVE WS-NEW-TR-ID TO TR-ID
              MOVE WS-DEST-ACC-ID TO TR-ACC-ID
              MOVE "CREDIT" TO TR-TYPE
              MOVE WS-POD-AMOUNT TO TR-AMOUNT
              MOVE SPACES TO TR-DESC
              STRING "POD PAYOUT BEN " BEN-SEQ
                 DELIMITED BY SIZE INTO TR-DESC
              MOVE WS-TODAY TO TR-DATE
              MOVE "ACTIVE" TO TR-STATUS
              MOVE WS-POST-BRANCH TO TR-BRANCH
              MOVE ZEROES TO TR-CHECK-NO
              MOVE "N" TO TR-SETTLED
              MOVE "XFR" TO TR-TXN-CODE
              MOVE ZEROES TO TR-RELATED-ID
              MOVE "TRANSACTIONS" TO WS-JNL-FILE
              MOVE "WRITE" TO WS-JNL-OP
              MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
              CALL "writeJournal" USING WS-JNL-PROGRAM
                   WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
              WRITE FD-TRANSACTION-DETAILS
           END-IF

           CLOSE TRANSACTIONS

           IF WS-POD-BY-TRANSFER
              MOVE WS-DEST-ACC-ID TO FS-ID
              READ ACCOUNTS KEY IS FS-ID
                 NOT INVALID KEY
                    COMPUTE FS-BALANCE = FS-BALANCE + WS-POD-AMOUNT
                    MOVE "ACCOUNTS" TO WS-JNL-FILE
                    MOVE "REWRITE" TO WS-JNL-OP
                    MOVE FS-ACC TO WS-JNL-IMAGE
                    CALL "writeJournal" USING WS-JNL-PROGRAM
                         WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
                    REWRITE FS-ACC
              END-READ
           END-IF

           PERFORM 0290-REREAD-CLOSING-ACCOUNT
           COMPUTE FS-BALANCE = FS-BALANCE - WS-POD-AMOUNT
           MOVE "ACCOUNTS" TO WS-JNL-FILE
           MOVE "REWRITE" TO WS-JNL-OP
           MOVE FS-ACC TO WS-JNL-IMAGE
           CALL "writeJournal" USING WS-JNL-PROGRAM
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           REWRITE FS-ACC

           MOVE "PAID" TO BEN-STATUS
           MOVE WS-POD-AMOUNT TO BEN-PAID-AMOUNT
           MOVE WS-TODAY TO BEN-PAID-DATE
           MOVE WS-NEW-TR-ID TO BEN-PAID-TR-ID
           REWRITE BEN-DETAILS

           SUBTRACT WS-POD-AMOUNT FROM WS-CLOSE-BALANCE
           SUBTRACT BEN-SHARE-PCT FROM WS-POD-PCT-LEFT
           SUBTRACT 1 FROM WS-POD-COUNT
           ADD 1 TO WS-POD-PAID-COUNT

           MOVE SPACES TO WS-AUDIT-ACTION
           IF WS-POD-BY-TRANSFER
              STRING "POD PAYOUT ACCT " WS-SEARCH-ID " BEN "
                     BEN-SEQ " " WS-POD-AMOUNT " TO ACCT "
                     WS-DEST-ACC-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           ELSE
              STRING "POD PAYOUT ACCT " WS-SEARCH-ID " BEN "
                     BEN-SEQ " " WS-POD-AMOUNT " BY WITHDRAWAL"
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           END-IF
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "PAYMENT TO BENEFICIARY " BEN-SEQ " POSTED.".
       0310-END.

       0320-CHECK-POD-DESTINATION.
           DISPLAY "INSERT THE BENEFICIARY'S ACCOUNT ID: "
           ACCEPT WS-DEST-ACC-ID

           IF WS-DEST-ACC-ID = WS-SEARCH-ID
              DISPLAY "THE DESTINATION MUST DIFFER FROM THE ACCOUNT "
                      "BEING CLOSED - THE PAYOUT STOPS HERE."
              MOVE "Y" TO WS-POD-STOP
              GO TO 0320-END
           END-IF

           MOVE WS-DEST-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 DISPLAY "THE DESTINATION ACCOUNT DOES NOT EXIST - "
                         "THE PAYOUT STOPS HERE."
                 MOVE "Y" TO WS-POD-STOP
                 PERFORM 0290-REREAD-CLOSING-ACCOUNT
                 GO TO 0320-END
           END-READ

           IF FS-STATUS NOT = "ACTIVE"
              OR FUNCTION UPPER-CASE (FS-TYPE) = "INTERNAL"
              OR FS-CURRENCY NOT = WS-CLOSE-CURRENCY
              DISPLAY "THE DESTINATION ACCOUNT CANNOT RECEIVE THE "
                      "PAYOUT (" FS-STATUS " " FS-TYPE " "
                      FS-CURRENCY ") - THE PAYOUT STOPS HERE."
              MOVE "Y" TO WS-POD-STOP
           END-IF

           PERFORM 0290-REREAD-CLOSING-ACCOUNT.
       0320-END.

       0210-REOPEN-ACCOUNT.
           IF FS-STATUS NOT = "CLOSED"
              DISPLAY "ONLY A CLOSED ACCOUNT CAN BE REOPENED."
           END-IF

           MOVE "ACTIVE" TO WS-PCH-NEW-STATUS
           PERFORM 0800-WRITE-PENDING-CHANGE THRU 0800-END
           STRING "REQUESTED REOPEN OF ACCT " FS-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT
           END-IF

           MOVE "FROZEN" TO WS-PCH-NEW-STATUS
           PERFORM 0800-WRITE-PENDING-CHANGE THRU 0800-END
           STRING "REQUESTED FREEZE OF ACCT " FS-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT
           END-IF

           MOVE "ACTIVE" TO WS-PCH-NEW-STATUS
           PERFORM 0800-WRITE-PENDING-CHANGE THRU 0800-END
           STRING "REQUESTED UNFREEZE OF ACCT " FS-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT
           MOVE FS-ID TO PCH-ACC-ID
           MOVE "STATUS" TO PCH-FIELD
           MOVE FS-STATUS TO PCH-OLD-VALUE
           IF WS-PCH-NEW-STATUS NOT = "CLOSED"
              MOVE SPACES TO WS-PCH-CLOSE-DATA
           END-IF
           MOVE WS-PCH-NEW-VALUE TO PCH-NEW-VALUE
           MOVE "UNKNOWN" TO PCH-REQUESTED-BY
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
