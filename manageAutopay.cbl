       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageAutopay.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LOAN-AUTOPAY ASSIGN TO "loanautopay.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LAP-ACC-ID
           FILE STATUS IS AUTOPAY-CHECK-STATUS.

       SELECT LOANS ASSIGN TO "loans.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ACC-ID
           FILE STATUS IS LOANS-CHECK-STATUS.

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

       FD  LOAN-AUTOPAY.
       01  LAP-DETAILS.
           05 LAP-ACC-ID             PIC 9(8).
           05 LAP-FUND-ACC           PIC 9(8).
           05 LAP-STATUS             PIC X(8).
           05 LAP-ENROLLED           PIC X(10).
           05 LAP-ENROLLED-BY        PIC X(8).
           05 LAP-INSTALL-NO         PIC 9(3).
           05 LAP-ATTEMPTS           PIC 9(2).
           05 LAP-LAST-DATE          PIC X(10).
           05 LAP-LAST-RESULT        PIC X(8).

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

       01  AUTOPAY-CHECK-STATUS      PIC XX.
       01  LOANS-CHECK-STATUS        PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-EOF-AUTOPAY            PIC X VALUE "N".
           88  EOF-AUTOPAY           VALUE "Y".
           88  NOT-EOF-AUTOPAY       VALUE "N".

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-MENU-OPT               PIC 9.

       01  WS-ACC-ID-IN              PIC 9(8).
       01  WS-FUNDING-ID-IN          PIC 9(8).
       01  WS-LOAN-CUST-ID           PIC 9(6).
       01  WS-LOAN-CURRENCY          PIC X(3).
       01  WS-CONFIRM                PIC X.
       01  WS-ITEM-COUNT             PIC 9(5).
       01  WS-HAS-LOAN               PIC X.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-AUTOPAY-MENU.
           02 WS-AUTOPAY-MENU-LINE PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-AUTOPAY-MENU-OPT1 PIC X(27)
                                   VALUE "1 - Enroll / Change Funding".
           02 WS-AUTOPAY-MENU-OPT2 PIC X(21)
                                   VALUE "2 - Cancel Enrollment".
           02 WS-AUTOPAY-MENU-OPT3 PIC X(26)
                                   VALUE "3 - List Autopay Enrollees".
           02 WS-AUTOPAY-MENU-OPT0 PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-AUTOPAY-MENU-LINE
           DISPLAY "LOAN AUTOPAY"
           DISPLAY WS-AUTOPAY-MENU-OPT1
           DISPLAY WS-AUTOPAY-MENU-OPT2
           DISPLAY WS-AUTOPAY-MENU-OPT3
           DISPLAY WS-AUTOPAY-MENU-OPT0
           DISPLAY WS-AUTOPAY-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 3
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BUS-DATE(1:4)
              MOVE "-" TO WS-BUS-DATE(5:1)
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BUS-DATE(6:2)
              MOVE "-" TO WS-BUS-DATE(8:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO WS-BUS-DATE(9:2)
           END-IF

           OPEN I-O LOAN-AUTOPAY
           IF AUTOPAY-CHECK-STATUS = "35"
              OPEN OUTPUT LOAN-AUTOPAY
              CLOSE LOAN-AUTOPAY
              OPEN I-O LOAN-AUTOPAY
           END-IF

           IF AUTOPAY-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AUTOPAY FILE: "
                      AUTOPAY-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT LOANS
           IF LOANS-CHECK-STATUS NOT = "00"
              DISPLAY "NO LOANS ARE ON FILE."
              CLOSE LOAN-AUTOPAY
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
                      ACCOUNTS-CHECK-STATUS
              CLOSE LOAN-AUTOPAY
              CLOSE LOANS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ENROLL THRU 0200-END
              WHEN 2
                 PERFORM 0300-CANCEL THRU 0300-END
              WHEN 3
                 PERFORM 0400-LIST
           END-EVALUATE

           CLOSE LOAN-AUTOPAY
           CLOSE LOANS
           CLOSE ACCOUNTS
           PERFORM 0100-MAIN.
       0100-END.

       0200-ENROLL.
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO LN-ACC-ID
           READ LOANS KEY IS LN-ACC-ID
              INVALID KEY
                 DISPLAY "NO LOAN ON FILE FOR THIS ACCOUNT."
                 GO TO 0200-END
           END-READ

           IF LN-STATUS NOT = "ACTIVE"
              DISPLAY "THE LOAN IS NOT ACTIVE (" LN-STATUS ")."
              GO TO 0200-END
           END-IF

           MOVE WS-ACC-ID-IN TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 DISPLAY "THE LOAN ACCOUNT IS MISSING FROM THE "
                         "ACCOUNTS FILE."
                 GO TO 0200-END
           END-READ
           MOVE FS-CUST-ID TO WS-LOAN-CUST-ID
           MOVE FS-CURRENCY TO WS-LOAN-CURRENCY

           MOVE WS-ACC-ID-IN TO LAP-ACC-ID
           READ LOAN-AUTOPAY KEY IS LAP-ACC-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF LAP-STATUS = "ACTIVE"
                    DISPLAY "THE LOAN IS ENROLLED - FUNDED BY ACCOUNT "
                            LAP-FUND-ACC " SINCE " LAP-ENROLLED
                 END-IF
           END-READ

           DISPLAY "INSERT THE FUNDING DEPOSIT ACCOUNT: "
           ACCEPT WS-FUNDING-ID-IN

           IF WS-FUNDING-ID-IN = WS-ACC-ID-IN
              DISPLAY "THE FUNDING ACCOUNT MUST DIFFER FROM THE "
                      "LOAN ACCOUNT."
              GO TO 0200-END
           END-IF

           MOVE WS-FUNDING-ID-IN TO LN-ACC-ID
           MOVE "N" TO WS-HAS-LOAN
           READ LOANS KEY IS LN-ACC-ID
              NOT INVALID KEY
                 MOVE "Y" TO WS-HAS-LOAN
           END-READ
           IF WS-HAS-LOAN = "Y"
              DISPLAY "A LOAN ACCOUNT CANNOT FUND AN AUTOPAY."
              GO TO 0200-END
           END-IF

           MOVE WS-FUNDING-ID-IN TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 DISPLAY "THE FUNDING ACCOUNT DOES NOT EXIST."
                 GO TO 0200-END
           END-READ

           IF FS-STATUS NOT = "ACTIVE"
              DISPLAY "THE FUNDING ACCOUNT IS " FS-STATUS
                      " - ONLY ACTIVE ACCOUNTS CAN FUND AN AUTOPAY."
              GO TO 0200-END
           END-IF

           IF FS-TYPE = "INTERNAL"
              DISPLAY "AN INTERNAL ACCOUNT CANNOT FUND AN AUTOPAY."
              GO TO 0200-END
           END-IF

           IF FS-CURRENCY NOT = WS-LOAN-CURRENCY
              DISPLAY "THE FUNDING ACCOUNT CURRENCY (" FS-CURRENCY
                      ") DOES NOT MATCH THE LOAN ("
                      WS-LOAN-CURRENCY ")."
              GO TO 0200-END
           END-IF

           IF FS-CUST-ID NOT = WS-LOAN-CUST-ID
              DISPLAY "WARNING: THE FUNDING ACCOUNT BELONGS TO A "
                      "DIFFERENT CUSTOMER (" FS-CUST-ID ")."
              DISPLAY "CONTINUE ANYWAY? (Y/N): "
              ACCEPT WS-CONFIRM
              MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
              IF WS-CONFIRM NOT = "Y"
                 DISPLAY "THE ENROLLMENT WAS NOT STORED."
                 GO TO 0200-END
              END-IF
           END-IF

           MOVE WS-ACC-ID-IN TO LAP-ACC-ID
           READ LOAN-AUTOPAY KEY IS LAP-ACC-ID
              INVALID KEY
                 PERFORM 0250-FILL-ENROLLMENT
                 WRITE LAP-DETAILS
                    INVALID KEY
                       DISPLAY "ERROR WRITING AUTOPAY RECORD: "
                               AUTOPAY-CHECK-STATUS
                       GO TO 0200-END
                 END-WRITE
              NOT INVALID KEY
                 PERFORM 0250-FILL-ENROLLMENT
                 REWRITE LAP-DETAILS
                    INVALID KEY
                       DISPLAY "ERROR UPDATING AUTOPAY RECORD: "
                               AUTOPAY-CHECK-STATUS
                       GO TO 0200-END
                 END-REWRITE
           END-READ

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "AUTOPAY ENROLLED LOAN " WS-ACC-ID-IN
                  " FUNDED BY " WS-FUNDING-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "AUTOPAY ENROLLMENT STORED - INSTALLMENTS DUE "
                   "FROM " WS-BUS-DATE " WILL BE DRAWN AUTOMATICALLY.".
       0200-END.

       0250-FILL-ENROLLMENT.
           MOVE WS-ACC-ID-IN TO LAP-ACC-ID
           MOVE WS-FUNDING-ID-IN TO LAP-FUND-ACC
           MOVE "ACTIVE" TO LAP-STATUS
           MOVE WS-BUS-DATE TO LAP-ENROLLED
           MOVE "UNKNOWN" TO LAP-ENROLLED-BY
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO LAP-ENROLLED-BY
           END-IF
           MOVE ZEROES TO LAP-INSTALL-NO
           MOVE ZEROES TO LAP-ATTEMPTS
           MOVE SPACES TO LAP-LAST-DATE
           MOVE SPACES TO LAP-LAST-RESULT.
       0250-END.

       0300-CANCEL.
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO LAP-ACC-ID
           READ LOAN-AUTOPAY KEY IS LAP-ACC-ID
              INVALID KEY
                 DISPLAY "THE LOAN IS NOT ENROLLED IN AUTOPAY."
                 GO TO 0300-END
           END-READ

           IF LAP-STATUS NOT = "ACTIVE"
              DISPLAY "THE AUTOPAY ENROLLMENT IS ALREADY "
                      LAP-STATUS "."
              GO TO 0300-END
           END-IF

           DISPLAY "CANCEL AUTOPAY FROM ACCOUNT " LAP-FUND-ACC
                   "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE ENROLLMENT REMAINS ACTIVE."
              GO TO 0300-END
           END-IF

           MOVE "CANCELLD" TO LAP-STATUS
           MOVE WS-BUS-DATE TO LAP-LAST-DATE
           REWRITE LAP-DETAILS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "AUTOPAY CANCELLED LOAN " WS-ACC-ID-IN
                  " FUNDED BY " LAP-FUND-ACC
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "AUTOPAY ENROLLMENT CANCELLED.".
       0300-END.

       0400-LIST.
           MOVE ZEROES TO WS-ITEM-COUNT
           DISPLAY "LOAN ACCT FUNDING  STATUS   ENROLLED   INST "
                   "TRIES LAST DATE  RESULT"

           MOVE ZEROES TO LAP-ACC-ID
           SET NOT-EOF-AUTOPAY TO TRUE
           START LOAN-AUTOPAY KEY IS NOT LESS THAN LAP-ACC-ID
              INVALID KEY
                 SET EOF-AUTOPAY TO TRUE
           END-START

           PERFORM UNTIL EOF-AUTOPAY
              READ LOAN-AUTOPAY NEXT RECORD
                 AT END
                    SET EOF-AUTOPAY TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ITEM-COUNT
                    DISPLAY LAP-ACC-ID "  " LAP-FUND-ACC " "
                            LAP-STATUS " " LAP-ENROLLED " "
                            LAP-INSTALL-NO "  " LAP-ATTEMPTS "    "
                            LAP-LAST-DATE " " LAP-LAST-RESULT
              END-READ
           END-PERFORM

           IF WS-ITEM-COUNT = ZEROES
              DISPLAY "NO LOANS ARE ENROLLED IN AUTOPAY."
           ELSE
              DISPLAY "AUTOPAY ENROLLMENTS: " WS-ITEM-COUNT
           END-IF.
       0400-END.

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
                  " " WS-AUDIT-OPERATOR " manageAutopay: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
