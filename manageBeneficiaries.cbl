       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageBeneficiaries.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BENEFICIARIES ASSIGN TO "beneficiaries.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-KEY
           FILE STATUS IS BENEFICIARIES-CHECK-STATUS.

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

       SELECT ESTATE ASSIGN TO "estate.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ES-CUST-ID
           FILE STATUS IS ESTATE-CHECK-STATUS.

       SELECT PENDING-CHANGES ASSIGN TO "pendingchg.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCH-ID
           FILE STATUS IS PENDING-CHG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  ESTATE.
       01  ES-DETAILS.
           05 ES-CUST-ID          PIC 9(6).
           05 ES-DATE-OF-DEATH    PIC X(10).
           05 ES-DOCS-RECEIVED    PIC X(1).
           05 ES-EXECUTOR         PIC X(30).
           05 ES-STATUS           PIC X(8).

       FD  PENDING-CHANGES.
       01  PCH-DETAILS.
           05 PCH-ID              PIC 9(7).
           05 PCH-ACC-ID          PIC 9(8).
           05 PCH-FIELD           PIC X(12).
           05 PCH-OLD-VALUE       PIC X(30).
           05 PCH-NEW-VALUE       PIC X(30).
           05 PCH-REQUESTED-BY    PIC X(8).
           05 PCH-REQUESTED-AT    PIC X(15).
           05 PCH-STATUS          PIC X(8).
           05 PCH-DECIDED-BY      PIC X(8).
           05 PCH-DECIDED-AT      PIC X(15).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  BENEFICIARIES-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS      PIC XX.
       01  LOANS-CHECK-STATUS         PIC XX.
       01  CREDIT-LINES-CHECK-STATUS  PIC XX.
       01  ESTATE-CHECK-STATUS        PIC XX.
       01  PENDING-CHG-CHECK-STATUS   PIC XX.
       01  AUDIT-LOG-CHECK-STATUS     PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-EOF-BENEFICIARIES    PIC X VALUE "N".
           88  EOF-BENEFICIARIES   VALUE "Y".
           88  NOT-EOF-BENEFICIARIES VALUE "N".

       01  WS-EOF-PENDING          PIC X VALUE "N".
           88  EOF-PENDING         VALUE "Y".
           88  NOT-EOF-PENDING     VALUE "N".

       01  WS-MENU-OPT             PIC 9.

       01  WS-ACC-ID-IN            PIC 9(8).
       01  WS-SEQ-IN               PIC 9(2).
       01  WS-NAME-IN              PIC X(30).
       01  WS-RELATION-IN          PIC X(12).
       01  WS-SHARE-IN             PIC 9(3)V99.
       01  WS-PHONE-IN             PIC X(15).
       01  WS-ADDRESS-IN           PIC X(30).

       01  WS-DEPOSIT-FLAG         PIC X.
       01  WS-LAST-SEQ             PIC 9(2).
       01  WS-SHARE-TOTAL          PIC 9(5)V99.
       01  WS-LIST-COUNT           PIC 9(3).
       01  WS-PCH-NEXT-ID          PIC 9(7).
       01  WS-PCH-WRITTEN          PIC X.

       01  WS-BEN-CHANGE.
           05 WS-BCH-ACTION        PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BCH-SEQ           PIC 9(2).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-BCH-NAME          PIC X(20).

       01  WS-BEN-OLD.
           05 FILLER               PIC X(6) VALUE "SHARE ".
           05 WS-BOLD-PCT          PIC ZZ9.99.
           05 FILLER               PIC X(5) VALUE " PCT ".
           05 WS-BOLD-RELATION     PIC X(12).

       01  WS-BUS-DATE             PIC X(10).
       01  WS-BUS-STATUS           PIC X(6).

       01  WS-BEN-MENU.
           02 WS-BN-MENU-LINE     PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-BN-MENU-OPT1     PIC X(34) VALUE
                                   "1 - Request New Beneficiary".
           02 WS-BN-MENU-OPT2     PIC X(34) VALUE
                                   "2 - List Account Beneficiaries".
           02 WS-BN-MENU-OPT3     PIC X(34) VALUE
                                   "3 - Request Beneficiary Removal".
           02 WS-BN-MENU-OPT0     PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-BN-MENU-LINE
           DISPLAY "PAYABLE-ON-DEATH BENEFICIARIES"
           DISPLAY WS-BN-MENU-OPT1
           DISPLAY WS-BN-MENU-OPT2
           DISPLAY WS-BN-MENU-OPT3
           DISPLAY WS-BN-MENU-OPT0
           DISPLAY WS-BN-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 3
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ADD-BENEFICIARY THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-BENEFICIARIES THRU 0300-END
              WHEN 3
                 PERFORM 0400-REMOVE-BENEFICIARY THRU 0400-END
           END-EVALUATE

           PERFORM 0100-MAIN.
       0100-END.

       0150-OPEN-BENEFICIARIES.
           OPEN I-O BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS = "35"
              OPEN OUTPUT BENEFICIARIES
              CLOSE BENEFICIARIES
              OPEN I-O BENEFICIARIES
           END-IF

           IF BENEFICIARIES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE BENEFICIARIES FILE: "
                      BENEFICIARIES-CHECK-STATUS
           END-IF.
       0150-END.

       0160-CHECK-DEPOSIT-ACCOUNT.
           MOVE "N" TO WS-DEPOSIT-FLAG

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
                      ACCOUNTS-CHECK-STATUS
              GO TO 0160-END
           END-IF

           MOVE WS-ACC-ID-IN TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 DISPLAY "ACCOUNT NOT FOUND."
                 CLOSE ACCOUNTS
                 GO TO 0160-END
           END-READ
           CLOSE ACCOUNTS

           IF FS-STATUS = "CLOSED"
              DISPLAY "THE ACCOUNT IS CLOSED."
              GO TO 0160-END
           END-IF

           IF FS-TYPE = "INTERNAL"
              DISPLAY "BENEFICIARIES CAN ONLY BE NAMED ON DEPOSIT "
                      "ACCOUNTS."
              GO TO 0160-END
           END-IF

           OPEN INPUT LOANS
           IF LOANS-CHECK-STATUS = "00"
              MOVE WS-ACC-ID-IN TO LN-ACC-ID
              READ LOANS KEY IS LN-ACC-ID
                 NOT INVALID KEY
                    DISPLAY "BENEFICIARIES CAN ONLY BE NAMED ON "
                            "DEPOSIT ACCOUNTS."
                    CLOSE LOANS
                    GO TO 0160-END
              END-READ
              CLOSE LOANS
           END-IF

           OPEN INPUT CREDIT-LINES
           IF CREDIT-LINES-CHECK-STATUS = "00"
              MOVE WS-ACC-ID-IN TO CL-ACC-ID
              READ CREDIT-LINES KEY IS CL-ACC-ID
                 NOT INVALID KEY
                    DISPLAY "BENEFICIARIES CAN ONLY BE NAMED ON "
                            "DEPOSIT ACCOUNTS."
                    CLOSE CREDIT-LINES
                    GO TO 0160-END
              END-READ
              CLOSE CREDIT-LINES
           END-IF

           OPEN INPUT ESTATE
           IF ESTATE-CHECK-STATUS = "00"
              MOVE FS-CUST-ID TO ES-CUST-ID
              READ ESTATE KEY IS ES-CUST-ID
                 NOT INVALID KEY
                    DISPLAY "A DATE OF DEATH IS ON FILE FOR THE "
                            "OWNER - BENEFICIARIES CAN NO LONGER "
                            "BE CHANGED."
                    CLOSE ESTATE
                    GO TO 0160-END
              END-READ
              CLOSE ESTATE
           END-IF

           MOVE "Y" TO WS-DEPOSIT-FLAG.
       0160-END.

       0170-SCAN-ACCOUNT.
           MOVE ZEROES TO WS-LAST-SEQ
           MOVE ZEROES TO WS-SHARE-TOTAL

           MOVE WS-ACC-ID-IN TO BEN-ACC-ID
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
                    IF BEN-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-BENEFICIARIES TO TRUE
                    ELSE
                       MOVE BEN-SEQ TO WS-LAST-SEQ
                       IF BEN-STATUS = "ACTIVE"
                          OR BEN-STATUS = "PENDING"
                          ADD BEN-SHARE-PCT TO WS-SHARE-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0170-END.

       0200-ADD-BENEFICIARY.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           PERFORM 0160-CHECK-DEPOSIT-ACCOUNT THRU 0160-END
           IF WS-DEPOSIT-FLAG NOT = "Y"
              GO TO 0200-END
           END-IF

           PERFORM 0150-OPEN-BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           PERFORM 0170-SCAN-ACCOUNT

           IF WS-LAST-SEQ = 99
              DISPLAY "NO MORE BENEFICIARIES CAN BE NAMED ON THIS "
                      "ACCOUNT."
              CLOSE BENEFICIARIES
              GO TO 0200-END
           END-IF

           DISPLAY "SHARES ALREADY NAMED OR PENDING: "
                   WS-SHARE-TOTAL " PCT"

           MOVE SPACES TO WS-NAME-IN
           DISPLAY "INSERT THE BENEFICIARY NAME: "
           ACCEPT WS-NAME-IN
           MOVE FUNCTION UPPER-CASE (WS-NAME-IN) TO WS-NAME-IN
           IF WS-NAME-IN = SPACES
              DISPLAY "THE BENEFICIARY NAME CANNOT BE BLANK."
              CLOSE BENEFICIARIES
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-RELATION-IN
           DISPLAY "INSERT THE RELATIONSHIP TO THE OWNER: "
           ACCEPT WS-RELATION-IN
           MOVE FUNCTION UPPER-CASE (WS-RELATION-IN)
                TO WS-RELATION-IN

           MOVE ZEROES TO WS-SHARE-IN
           DISPLAY "INSERT THE SHARE PERCENTAGE (E.G. 50.00): "
           ACCEPT WS-SHARE-IN
           IF WS-SHARE-IN = ZEROES OR WS-SHARE-IN > 100
              DISPLAY "THE SHARE MUST BE ABOVE 0 AND AT MOST 100."
              CLOSE BENEFICIARIES
              GO TO 0200-END
           END-IF

           IF WS-SHARE-TOTAL + WS-SHARE-IN > 100
              DISPLAY "THE SHARES ON THIS ACCOUNT WOULD EXCEED "
                      "100 PCT."
              CLOSE BENEFICIARIES
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-PHONE-IN
           DISPLAY "INSERT THE CONTACT PHONE: "
           ACCEPT WS-PHONE-IN

           MOVE SPACES TO WS-ADDRESS-IN
           DISPLAY "INSERT THE CONTACT ADDRESS: "
           ACCEPT WS-ADDRESS-IN
           MOVE FUNCTION UPPER-CASE (WS-ADDRESS-IN) TO WS-ADDRESS-IN

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE WS-ACC-ID-IN TO BEN-ACC-ID
           COMPUTE BEN-SEQ = WS-LAST-SEQ + 1
           MOVE WS-NAME-IN TO BEN-NAME
           MOVE WS-RELATION-IN TO BEN-RELATION
           MOVE WS-SHARE-IN TO BEN-SHARE-PCT
           MOVE WS-PHONE-IN TO BEN-PHONE
           MOVE WS-ADDRESS-IN TO BEN-ADDRESS
           MOVE "PENDING" TO BEN-STATUS
           MOVE WS-BUS-DATE TO BEN-ADDED
           MOVE ZEROES TO BEN-PAID-AMOUNT
           MOVE SPACES TO BEN-PAID-DATE
           MOVE ZEROES TO BEN-PAID-TR-ID

           WRITE BEN-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING THE BENEFICIARY RECORD."
                 CLOSE BENEFICIARIES
                 GO TO 0200-END
           END-WRITE

           MOVE "ADD" TO WS-BCH-ACTION
           MOVE BEN-SEQ TO WS-BCH-SEQ
           MOVE BEN-NAME TO WS-BCH-NAME
           MOVE BEN-SHARE-PCT TO WS-BOLD-PCT
           MOVE BEN-RELATION TO WS-BOLD-RELATION
           PERFORM 0800-WRITE-PENDING-CHANGE THRU 0800-END

           IF WS-PCH-WRITTEN NOT = "Y"
              DELETE BENEFICIARIES RECORD
              CLOSE BENEFICIARIES
              GO TO 0200-END
           END-IF

           CLOSE BENEFICIARIES

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REQUESTED POD BENEFICIARY " WS-BCH-SEQ
                  " ON ACCT " WS-ACC-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "BENEFICIARY " WS-BCH-SEQ " SUBMITTED FOR "
                   "APPROVAL BY A SECOND OPERATOR.".
       0200-END.

       0300-LIST-BENEFICIARIES.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           OPEN INPUT BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS NOT = "00"
              DISPLAY "NO BENEFICIARIES ON FILE."
              GO TO 0300-END
           END-IF

           MOVE ZEROES TO WS-LIST-COUNT
           MOVE ZEROES TO WS-SHARE-TOTAL
           MOVE WS-ACC-ID-IN TO BEN-ACC-ID
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
                    IF BEN-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-BENEFICIARIES TO TRUE
                    ELSE
                       ADD 1 TO WS-LIST-COUNT
                       IF BEN-STATUS = "ACTIVE"
                          ADD BEN-SHARE-PCT TO WS-SHARE-TOTAL
                       END-IF
                       DISPLAY BEN-SEQ " " BEN-NAME " "
                               BEN-RELATION " " BEN-SHARE-PCT
                               " PCT " BEN-STATUS
                       DISPLAY "   " BEN-PHONE " " BEN-ADDRESS
                       IF BEN-STATUS = "PAID"
                          DISPLAY "   PAID " BEN-PAID-AMOUNT " ON "
                                  BEN-PAID-DATE " TXN "
                                  BEN-PAID-TR-ID
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE BENEFICIARIES

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO BENEFICIARIES ON FILE FOR THIS ACCOUNT."
           ELSE
              DISPLAY "ACTIVE SHARES TOTAL: " WS-SHARE-TOTAL " PCT"
           END-IF.
       0300-END.

       0400-REMOVE-BENEFICIARY.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           PERFORM 0160-CHECK-DEPOSIT-ACCOUNT THRU 0160-END
           IF WS-DEPOSIT-FLAG NOT = "Y"
              GO TO 0400-END
           END-IF

           DISPLAY "INSERT THE BENEFICIARY NUMBER TO REMOVE: "
           ACCEPT WS-SEQ-IN

           PERFORM 0150-OPEN-BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS NOT = "00"
              GO TO 0400-END
           END-IF

           MOVE WS-ACC-ID-IN TO BEN-ACC-ID
           MOVE WS-SEQ-IN TO BEN-SEQ
           READ BENEFICIARIES KEY IS BEN-KEY
              INVALID KEY
                 DISPLAY "NO SUCH BENEFICIARY ON THIS ACCOUNT."
                 CLOSE BENEFICIARIES
                 GO TO 0400-END
           END-READ

           IF BEN-STATUS NOT = "ACTIVE"
              DISPLAY "THAT BENEFICIARY IS NOT ACTIVE ("
                      BEN-STATUS ")."
              CLOSE BENEFICIARIES
              GO TO 0400-END
           END-IF

           CLOSE BENEFICIARIES

           MOVE "REMOVE" TO WS-BCH-ACTION
           MOVE BEN-SEQ TO WS-BCH-SEQ
           MOVE BEN-NAME TO WS-BCH-NAME
           MOVE BEN-SHARE-PCT TO WS-BOLD-PCT
           MOVE BEN-RELATION TO WS-BOLD-RELATION
           PERFORM 0800-WRITE-PENDING-CHANGE THRU 0800-END

           IF WS-PCH-WRITTEN NOT = "Y"
              GO TO 0400-END
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REQUESTED REMOVAL OF POD BENEFICIARY "
                  WS-BCH-SEQ " ON ACCT " WS-ACC-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "REMOVAL SUBMITTED FOR APPROVAL BY A SECOND "
                   "OPERATOR - THE BENEFICIARY STAYS ACTIVE UNTIL "
                   "THEN.".
       0400-END.

       0800-WRITE-PENDING-CHANGE.
           MOVE "N" TO WS-PCH-WRITTEN

           OPEN I-O PENDING-CHANGES
           IF PENDING-CHG-CHECK-STATUS = "35"
              OPEN OUTPUT PENDING-CHANGES
              CLOSE PENDING-CHANGES
              OPEN I-O PENDING-CHANGES
           END-IF

           IF PENDING-CHG-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PENDING CHANGES FILE: "
                      PENDING-CHG-CHECK-STATUS
              GO TO 0800-END
           END-IF

           MOVE ZEROES TO WS-PCH-NEXT-ID
           MOVE LOW-VALUES TO PCH-ID
           SET NOT-EOF-PENDING TO TRUE
           START PENDING-CHANGES KEY IS NOT LESS THAN PCH-ID
              INVALID KEY
                 SET EOF-PENDING TO TRUE
           END-START

           PERFORM UNTIL EOF-PENDING
              READ PENDING-CHANGES NEXT RECORD
                 AT END
                    SET EOF-PENDING TO TRUE
                 NOT AT END
                    MOVE PCH-ID TO WS-PCH-NEXT-ID
              END-READ
           END-PERFORM

           ADD 1 TO WS-PCH-NEXT-ID

           MOVE WS-PCH-NEXT-ID TO PCH-ID
           MOVE WS-ACC-ID-IN TO PCH-ACC-ID
           MOVE "BENEFICIARY" TO PCH-FIELD
           MOVE WS-BEN-OLD TO PCH-OLD-VALUE
           MOVE WS-BEN-CHANGE TO PCH-NEW-VALUE
           MOVE "UNKNOWN" TO PCH-REQUESTED-BY
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO PCH-REQUESTED-BY
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO PCH-REQUESTED-AT
           MOVE "PENDING" TO PCH-STATUS
           MOVE SPACES TO PCH-DECIDED-BY
           MOVE SPACES TO PCH-DECIDED-AT

           WRITE PCH-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING PENDING CHANGE RECORD."
                 CLOSE PENDING-CHANGES
                 GO TO 0800-END
           END-WRITE

           MOVE "Y" TO WS-PCH-WRITTEN

           CLOSE PENDING-CHANGES.
       0800-END.

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
                  " " WS-AUDIT-OPERATOR " manageBeneficiaries: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
