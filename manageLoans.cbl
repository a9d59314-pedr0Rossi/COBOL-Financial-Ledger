           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT LOAN-ESCROW ASSIGN TO "loanescrow.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-ACC-ID
           FILE STATUS IS ESCROW-CHECK-STATUS.

       SELECT COLL-CASES ASSIGN TO "collcases.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-ACC-ID
           FILE STATUS IS COLL-CASES-CHECK-STATUS.

       SELECT COLL-NOTES ASSIGN TO "collnotes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS COLL-NOTES-CHECK-STATUS.

       SELECT GL-RULES ASSIGN TO "glrules.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLR-TC-CODE
           FILE STATUS IS GL-RULES-CHECK-STATUS.

       SELECT CHARGE-OFFS ASSIGN TO "chargeoffs.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CO-TR-ID
           FILE STATUS IS CHARGE-OFFS-CHECK-STATUS.

       SELECT COLLATERAL ASSIGN TO "collateral.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COL-ACC-ID
           FILE STATUS IS COLLATERAL-CHECK-STATUS.

       SELECT LOAN-MODS ASSIGN TO "loanmods.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LM-KEY
           FILE STATUS IS LOAN-MODS-CHECK-STATUS.

       SELECT LOAN-MOD-SCHED ASSIGN TO "loanmodsched.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LMS-KEY
           FILE STATUS IS LOAN-MOD-SCHED-CHECK-STATUS.

       SELECT QUOTE-OUT ASSIGN TO WS-QUOTE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           02 FS-CURRENCY         PIC X(3).
           02 FS-BRANCH           PIC X(4).

       FD  LOAN-ESCROW.
       01  ESC-DETAILS.
           05 ESC-ACC-ID             PIC 9(8).
           05 ESC-ANNUAL-NEED        PIC 9(9)V99.
           05 ESC-STATUS             PIC X(8).

       FD  COLL-CASES.
       01  CC-DETAILS.
           05 CC-ACC-ID              PIC 9(8).
           05 CC-STATUS              PIC X(8).
           05 CC-OPENED              PIC X(10).
           05 CC-CLOSED              PIC X(10).
           05 CC-COLLECTOR           PIC X(8).
           05 CC-DAYS-PAST           PIC 9(5).
           05 CC-MISSED              PIC 9(3).
           05 CC-OLDEST-DUE          PIC X(10).
           05 CC-AMOUNT-DUE          PIC 9(9)V99.
           05 CC-ATTEMPTS            PIC 9(3).
           05 CC-LAST-CONTACT        PIC X(10).
           05 CC-PTP-DATE            PIC X(10).
           05 CC-PTP-AMOUNT          PIC 9(9)V99.
           05 CC-PTP-PAID            PIC 9(9)V99.
           05 CC-PTP-STATUS          PIC X(8).
           05 CC-BROKEN-COUNT        PIC 9(3).
           05 CC-NOTE-COUNT          PIC 9(5).

       FD  COLL-NOTES.
       01  CN-DETAILS.
           05 CN-KEY.
               10 CN-ACC-ID          PIC 9(8).
               10 CN-SEQ             PIC 9(5).
           05 CN-DATE                PIC X(10).
           05 CN-OPERATOR            PIC X(8).
           05 CN-KIND                PIC X(8).
           05 CN-RESULT              PIC X(12).
           05 CN-TEXT                PIC X(60).

       FD  GL-RULES.
       01  GLR-DETAILS.
           05 GLR-TC-CODE            PIC X(4).
           05 GLR-DR-ACCT            PIC 9(6).
           05 GLR-CR-ACCT            PIC 9(6).
           05 GLR-STATUS             PIC X(8).

       FD  CHARGE-OFFS.
       01  CO-DETAILS.
           05 CO-TR-ID               PIC 9(9).
           05 CO-ACC-ID              PIC 9(8).
           05 CO-KIND                PIC X(8).
           05 CO-DATE                PIC X(10).
           05 CO-BRANCH              PIC X(4).
           05 CO-AMOUNT              PIC 9(9)V99.
           05 CO-OPERATOR            PIC X(8).
           05 CO-APPROVER            PIC X(8).

       FD  COLLATERAL.
       01  COL-DETAILS.
           05 COL-ACC-ID             PIC 9(8).
           05 COL-TYPE               PIC X(10).
           05 COL-DESCRIPTION        PIC X(40).
           05 COL-VALUE              PIC 9(9)V99.
           05 COL-VAL-DATE           PIC X(10).
           05 COL-LIEN-POS           PIC 9.
           05 COL-STATUS             PIC X(8).
           05 COL-RELEASE-DATE       PIC X(10).
           05 COL-RELEASED-BY        PIC X(8).

       FD  LOAN-MODS.
       01  LM-DETAILS.
           05 LM-KEY.
               10 LM-ACC-ID          PIC 9(8).
               10 LM-SEQ             PIC 9(3).
           05 LM-DATE                PIC X(10).
           05 LM-KIND                PIC X(8).
           05 LM-REASON              PIC X(40).
           05 LM-PAID-COUNT          PIC 9(3).
           05 LM-OLD-RATE            PIC V9(4).
           05 LM-NEW-RATE            PIC V9(4).
           05 LM-OLD-TERM            PIC 9(3).
           05 LM-NEW-TERM            PIC 9(3).
           05 LM-OLD-PAYMENT         PIC 9(7)V99.
           05 LM-NEW-PAYMENT         PIC 9(7)V99.
           05 LM-OLD-BALANCE         PIC 9(9)V99.
           05 LM-NEW-BALANCE         PIC 9(9)V99.
           05 LM-DEFERRED            PIC 9(3).
           05 LM-CAPITALIZED         PIC 9(9)V99.
           05 LM-OPERATOR            PIC X(8).
           05 LM-APPROVER            PIC X(8).

       FD  LOAN-MOD-SCHED.
       01  LMS-DETAILS.
           05 LMS-KEY.
               10 LMS-ACC-ID         PIC 9(8).
               10 LMS-MOD-SEQ        PIC 9(3).
               10 LMS-INSTALL-NO     PIC 9(3).
           05 LMS-DUE-DATE           PIC X(10).
           05 LMS-PAYMENT            PIC 9(7)V99.
           05 LMS-PRINCIPAL          PIC 9(7)V99.
           05 LMS-INTEREST           PIC 9(7)V99.
           05 LMS-BALANCE-AFTER      PIC 9(9)V99.
           05 LMS-STATUS             PIC X(8).

       FD  QUOTE-OUT.
       01  QUOTE-LINE             PIC X(70).


       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
       01  LOANS-CHECK-STATUS      PIC XX.
       01  LOAN-SCHED-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS   PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
           88  EOF-LOANS           VALUE "Y".
           88  NOT-EOF-LOANS       VALUE "N".

       01  WS-MENU-OPT             PIC 99.

       01  WS-ACC-ID-IN            PIC 9(8).
       01  WS-PRINCIPAL-IN         PIC 9(9)V99.
       01  WS-INT-PORTION          PIC 9(7)V99.
       01  WS-PRIN-PORTION         PIC 9(7)V99.
       01  WS-INSTALL-IX           PIC 9(3).
       01  WS-SCHED-FIRST          PIC 9(3).
       01  WS-SCHED-LAST           PIC 9(3).
       01  WS-SCHED-SKIP           PIC 9(3).

       01  WS-DUE-YEAR             PIC 9(4).
       01  WS-DUE-MONTH            PIC 9(4).
       01  WS-BUS-DATE             PIC X(10).
       01  WS-BUS-STATUS           PIC X(6).

       01  WS-POST-BRANCH          PIC X(4).

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

       01  WS-FOUND-DUE            PIC X.
       01  WS-MISSED-COUNT         PIC 9(3).
       01  WS-OLDEST-DUE           PIC X(10).
       01  WS-BUS-NUM              PIC 9(8).
       01  WS-ARREARS-LOANS        PIC 9(5).

       01  ESCROW-CHECK-STATUS     PIC XX.
       01  WS-ESC-MONTHLY-IN       PIC 9(7)V99.
       01  WS-ESC-ANNUAL-IN        PIC 9(9)V99.
       01  WS-NOTICE-ACC           PIC 9(8).

       01  QUOTE-CHECK-STATUS      PIC XX.
       01  COLL-CASES-CHECK-STATUS PIC XX.
       01  COLL-NOTES-CHECK-STATUS PIC XX.
       01  WS-COLL-PAYMENT         PIC 9(7)V99.
       01  WS-COLL-MISSED          PIC 9(3).
       01  WS-COLL-DUE             PIC 9(9)V99.
       01  WS-COLL-OLDEST          PIC X(10).
       01  WS-COLL-NOTE-TEXT       PIC X(60).
       01  GL-RULES-CHECK-STATUS   PIC XX.
       01  CHARGE-OFFS-CHECK-STATUS PIC XX.
       01  WS-LOAN-TXN-CODE        PIC X(4).
       01  WS-GL-RULE-OK           PIC X.
       01  WS-CHGOFF-CONFIRM       PIC X.
       01  WS-RECOVERY-IN          PIC 9(9)V99.
       01  WS-LOSS-KIND            PIC X(8).
       01  WS-LOSS-AMOUNT          PIC 9(9)V99.
       01  WS-ACR-ACC-ID           PIC 9(8).
       01  WS-ACR-AMOUNT           PIC 9(9)V99.
       01  WS-SUP-ID               PIC X(8).
       01  WS-SUP-OK               PIC X.
           88  WS-SUP-VERIFIED     VALUE "Y".

       01  WS-INSIDER-OP-ID        PIC X(8).
       01  WS-INSIDER-ACTION       PIC X(12).
       01  WS-INSIDER-RESULT       PIC X.
           88  WS-INSIDER-BLOCKED  VALUE "B".
       01  COLLATERAL-CHECK-STATUS PIC XX.
       01  LOAN-MODS-CHECK-STATUS  PIC XX.
       01  LOAN-MOD-SCHED-CHECK-STATUS PIC XX.
       01  WS-EOF-MODS             PIC X VALUE "N".
           88  EOF-MODS            VALUE "Y".
           88  NOT-EOF-MODS        VALUE "N".
       01  WS-MOD-OPT              PIC 9.
       01  WS-MOD-KIND             PIC X(8).
       01  WS-MOD-REASON           PIC X(40).
       01  WS-MOD-SEQ              PIC 9(3).
       01  WS-MOD-EXTRA            PIC 9(3).
       01  WS-MOD-DEFER            PIC 9(3).
       01  WS-MOD-REMAIN           PIC 9(3).
       01  WS-MOD-NEW-TERM         PIC 9(4).
       01  WS-MOD-NEW-RATE         PIC V9(4).
       01  WS-MOD-NEW-PAYMENT      PIC 9(7)V99.
       01  WS-MOD-NEW-BALANCE      PIC 9(9)V99.
       01  WS-MOD-CAPITAL          PIC 9(9)V99.
       01  WS-MOD-CONFIRM          PIC X.
       01  WS-QUOTE-NAME           PIC X(40).
       01  WS-GOOD-THRU            PIC X(10).
       01  WS-OUT-PRINCIPAL        PIC 9(9)V99.
                                   VALUE "7 - Escrow Disbursement".
           02 WS-LOAN-MENU-OPT8    PIC X(28)
                                   VALUE "8 - Annual Escrow Analysis".
           02 WS-LOAN-MENU-OPT9    PIC X(22)
                                   VALUE "9 - Collections Queue".
           02 WS-LOAN-MENU-OPT10   PIC X(23)
                                   VALUE "10 - Charge Off a Loan".
           02 WS-LOAN-MENU-OPT11   PIC X(27)
                                   VALUE "11 - Charge-Off Register".
           02 WS-LOAN-MENU-OPT12   PIC X(15)
                                   VALUE "12 - Collateral".
           02 WS-LOAN-MENU-OPT13   PIC X(18)
                                   VALUE "13 - Modify a Loan".
           02 WS-LOAN-MENU-OPT14   PIC X(26)
                                   VALUE "14 - Loan Modification Log".
           02 WS-LOAN-MENU-OPT15   PIC X(24)
                                   VALUE "15 - Autopay Enrollment".
           02 WS-LOAN-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

           DISPLAY WS-LOAN-MENU-OPT6
           DISPLAY WS-LOAN-MENU-OPT7
           DISPLAY WS-LOAN-MENU-OPT8
           DISPLAY WS-LOAN-MENU-OPT9
           DISPLAY WS-LOAN-MENU-OPT10
           DISPLAY WS-LOAN-MENU-OPT11
           DISPLAY WS-LOAN-MENU-OPT12
           DISPLAY WS-LOAN-MENU-OPT13
           DISPLAY WS-LOAN-MENU-OPT14
           DISPLAY WS-LOAN-MENU-OPT15
           DISPLAY WS-LOAN-MENU-OPT0
           DISPLAY WS-LOAN-MENU-LINE
           ACCEPT WS-MENU-OPT
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 15
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT = 9
              CALL "manageCollections"
              PERFORM 0100-MAIN
           END-IF

           IF WS-MENU-OPT = 11
              CALL "chargeOffRegister"
              PERFORM 0100-MAIN
           END-IF

           IF WS-MENU-OPT = 12
              CALL "manageCollateral"
              PERFORM 0100-MAIN
           END-IF

           IF WS-MENU-OPT = 14
              CALL "loanModReport"
              PERFORM 0100-MAIN
           END-IF

           IF WS-MENU-OPT = 15
              CALL "manageAutopay"
              PERFORM 0100-MAIN
           END-IF

           OPEN I-O LOANS
           IF LOANS-CHECK-STATUS = "35"
              OPEN OUTPUT LOANS

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-OPEN-LOAN THRU 0200-END
              WHEN 2
                 PERFORM 0300-VIEW-LOAN THRU 0300-END
              WHEN 3
                 PERFORM 0400-POST-PAYMENT THRU 0400-END
              WHEN 4
                 PERFORM 0500-ARREARS-REPORT THRU 0500-END
              WHEN 5
                 PERFORM 0600-PAYOFF-QUOTE THRU 0600-END
              WHEN 6
                 PERFORM 0660-ESCROW-SETUP THRU 0660-END
              WHEN 7
                 PERFORM 0670-ESCROW-DISBURSE THRU 0670-END
              WHEN 8
                 PERFORM 0680-ESCROW-ANALYSIS THRU 0680-END
              WHEN 10
                 PERFORM 0740-CHARGE-OFF THRU 0740-END
              WHEN 13
                 PERFORM 0800-MODIFY-LOAN THRU 0800-END
           END-EVALUATE

           CLOSE LOANS
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "LOAN OPEN" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID-IN
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE LOAN WAS NOT OPENED."
              GO TO 0200-END
           END-IF

           OPEN I-O ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
              GO TO 0200-END
           END-IF

           PERFORM 0250-COMPUTE-PAYMENT THRU 0250-END
           MOVE 1 TO WS-SCHED-FIRST
           MOVE WS-TERM-IN TO WS-SCHED-LAST
           MOVE ZEROES TO WS-SCHED-SKIP
           PERFORM 0260-GENERATE-SCHEDULE

           MOVE WS-ACC-ID-IN TO LN-ACC-ID
                 REWRITE LN-DETAILS
           END-READ

           CLOSE ACCOUNTS

           PERFORM 0270-POST-DISBURSEMENT

           STRING "OPENED LOAN ON ACCT " WS-ACC-ID-IN " PRIN "
                  WS-PRINCIPAL-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              MOVE 28 TO WS-DD-DAY
           END-IF

           ADD WS-SCHED-SKIP TO WS-DUE-MONTH
           PERFORM UNTIL WS-DUE-MONTH <= 12
              SUBTRACT 12 FROM WS-DUE-MONTH
              ADD 1 TO WS-DUE-YEAR
           END-PERFORM

           PERFORM VARYING WS-INSTALL-IX FROM WS-SCHED-FIRST BY 1
              UNTIL WS-INSTALL-IX > WS-SCHED-LAST

              ADD 1 TO WS-DUE-MONTH
              IF WS-DUE-MONTH > 12
              COMPUTE WS-INT-PORTION ROUNDED =
                      WS-RUN-BALANCE * WS-MONTHLY-RATE

              IF WS-INSTALL-IX = WS-SCHED-LAST
                 COMPUTE WS-PRIN-PORTION = WS-RUN-BALANCE
                 COMPUTE WS-PAYMENT ROUNDED =
                         WS-PRIN-PORTION + WS-INT-PORTION
       0260-END.

       0270-POST-DISBURSEMENT.
           MOVE WS-ACC-ID-IN TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE WS-PRINCIPAL-IN TO WS-PR-AMOUNT
           MOVE "LOAN DISBURSEMENT" TO WS-PR-DESC
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE ZEROES TO WS-PR-TR-ID
           PERFORM 0720-POST-LOAN-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "THE DISBURSEMENT WAS NOT POSTED - "
                      WS-RS-REASON
           END-IF.
       0270-END.

       0300-VIEW-LOAN.
                 GO TO 0400-END
           END-READ

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "LOAN PAYMENT" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID-IN
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE PAYMENT WAS NOT POSTED."
              GO TO 0400-END
           END-IF

           IF LN-STATUS = "CHRGDOFF"
              PERFORM 0760-POST-RECOVERY THRU 0760-END
              GO TO 0400-END
           END-IF

           IF LN-STATUS NOT = "ACTIVE"
              DISPLAY "THE LOAN IS NOT ACTIVE (" LN-STATUS ")."
              GO TO 0400-END
                   " (PRINCIPAL " LSC-PRINCIPAL " INTEREST "
                   LSC-INTEREST ")"

           MOVE WS-ACC-ID-IN TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE LSC-PAYMENT TO WS-PR-AMOUNT
           MOVE "LOAN PAYMENT" TO WS-PR-DESC
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE ZEROES TO WS-PR-TR-ID
           PERFORM 0720-POST-LOAN-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "THE PAYMENT WAS NOT POSTED - " WS-RS-REASON
              GO TO 0400-END
           END-IF

           MOVE WS-ACC-ID-IN TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE LSC-INTEREST TO WS-PR-AMOUNT
           MOVE "LOAN INT PORTION" TO WS-PR-DESC
           MOVE WS-RS-TR-ID TO WS-PR-RELATED-ID
           MOVE ZEROES TO WS-PR-TR-ID
           PERFORM 0720-POST-LOAN-ENTRY

           MOVE "PAID" TO LSC-STATUS
           REWRITE LSC-DETAILS
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           MOVE WS-ACC-ID-IN TO WS-ACR-ACC-ID
           MOVE LSC-INTEREST TO WS-ACR-AMOUNT
           CALL "relieveAccrual" USING WS-ACR-ACC-ID WS-ACR-AMOUNT

           MOVE LSC-PAYMENT TO WS-COLL-PAYMENT
           PERFORM 0560-UPDATE-COLLECTIONS THRU 0560-END

           PERFORM 0650-COLLECT-ESCROW THRU 0650-END

           DISPLAY "PAYMENT POSTED - PRINCIPAL AND INTEREST SPLIT "
                   "RECORDED.".
           END-IF.
       0550-END.

       0560-UPDATE-COLLECTIONS.
           OPEN I-O COLL-CASES
           IF COLL-CASES-CHECK-STATUS NOT = "00"
              GO TO 0560-END
           END-IF

           MOVE WS-ACC-ID-IN TO CC-ACC-ID
           READ COLL-CASES KEY IS CC-ACC-ID
              INVALID KEY
                 CLOSE COLL-CASES
                 GO TO 0560-END
           END-READ

           IF CC-STATUS NOT = "OPEN"
              CLOSE COLL-CASES
              GO TO 0560-END
           END-IF

           OPEN I-O COLL-NOTES
           IF COLL-NOTES-CHECK-STATUS = "35"
              OPEN OUTPUT COLL-NOTES
              CLOSE COLL-NOTES
              OPEN I-O COLL-NOTES
           END-IF

           IF CC-PTP-STATUS = "OPEN"
              ADD WS-COLL-PAYMENT TO CC-PTP-PAID
              IF CC-PTP-PAID NOT < CC-PTP-AMOUNT
                 MOVE "KEPT" TO CC-PTP-STATUS
                 MOVE SPACES TO WS-COLL-NOTE-TEXT
                 STRING "PROMISE OF " CC-PTP-AMOUNT " DUE "
                        CC-PTP-DATE " KEPT"
                    DELIMITED BY SIZE INTO WS-COLL-NOTE-TEXT
                 PERFORM 0570-WRITE-COLL-NOTE
              END-IF
           END-IF

           MOVE ZEROES TO WS-COLL-MISSED
           MOVE ZEROES TO WS-COLL-DUE
           MOVE SPACES TO WS-COLL-OLDEST
           MOVE WS-ACC-ID-IN TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
              INVALID KEY
                 SET EOF-SCHEDULE TO TRUE
           END-START

           PERFORM UNTIL EOF-SCHEDULE
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-SCHEDULE TO TRUE
                 NOT AT END
                    IF LSC-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          AND LSC-DUE-DATE < WS-BUS-DATE
                          ADD 1 TO WS-COLL-MISSED
                          ADD LSC-PAYMENT TO WS-COLL-DUE
                          IF WS-COLL-OLDEST = SPACES
                             MOVE LSC-DUE-DATE TO WS-COLL-OLDEST
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-COLL-MISSED TO CC-MISSED
           MOVE WS-COLL-DUE TO CC-AMOUNT-DUE
           MOVE WS-COLL-OLDEST TO CC-OLDEST-DUE

           IF WS-COLL-MISSED = ZEROES
              MOVE "CLOSED" TO CC-STATUS
              MOVE WS-BUS-DATE TO CC-CLOSED
              MOVE ZEROES TO CC-DAYS-PAST
              IF CC-PTP-STATUS = "OPEN"
                 MOVE "KEPT" TO CC-PTP-STATUS
              END-IF
              MOVE "CASE CLOSED - PAYMENT BROUGHT THE LOAN CURRENT"
                TO WS-COLL-NOTE-TEXT
              PERFORM 0570-WRITE-COLL-NOTE
              DISPLAY "THE LOAN IS NOW CURRENT - COLLECTIONS CASE "
                      "CLOSED."
           END-IF

           REWRITE CC-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING COLLECTIONS CASE: "
                         COLL-CASES-CHECK-STATUS
           END-REWRITE

           CLOSE COLL-NOTES
           CLOSE COLL-CASES.
       0560-END.

       0570-WRITE-COLL-NOTE.
           ADD 1 TO CC-NOTE-COUNT
           MOVE CC-ACC-ID TO CN-ACC-ID
           MOVE CC-NOTE-COUNT TO CN-SEQ
           MOVE WS-BUS-DATE TO CN-DATE
           MOVE "UNKNOWN" TO CN-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO CN-OPERATOR
           END-IF
           MOVE "SYSTEM" TO CN-KIND
           MOVE SPACES TO CN-RESULT
           MOVE WS-COLL-NOTE-TEXT TO CN-TEXT
           WRITE CN-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING COLLECTIONS NOTE: "
                         COLL-NOTES-CHECK-STATUS
           END-WRITE.
       0570-END.

       0600-PAYOFF-QUOTE.
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN
              GO TO 0600-END
           END-IF

           PERFORM 0610-OUTSTANDING-PRINCIPAL
           MOVE LN-OPENED TO WS-LAST-PAID-DATE

           IF LN-PAID-COUNT > ZEROES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE LSC-DUE-DATE TO WS-LAST-PAID-DATE
              END-READ
           END-IF
           DISPLAY "  PAYOFF GOOD THROUGH " WS-GOOD-THRU ": "
                   WS-PAYOFF-AMOUNT

           PERFORM 0620-PRINT-QUOTE THRU 0620-END

           DISPLAY "ACCEPT THE QUOTE AND POST THE SETTLEMENT "
                   "NOW? (Y/N): "
              GO TO 0600-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "LOAN PAYOFF" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID-IN
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "NO SETTLEMENT WAS POSTED."
              GO TO 0600-END
           END-IF

           PERFORM 0640-POST-SETTLEMENT THRU 0640-END.
       0600-END.

       0610-OUTSTANDING-PRINCIPAL.
           MOVE ZEROES TO WS-OUT-PRINCIPAL
           MOVE "N" TO WS-FOUND-DUE
           MOVE WS-ACC-ID-IN TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
              INVALID KEY
                 SET EOF-SCHEDULE TO TRUE
           END-START

           PERFORM UNTIL EOF-SCHEDULE OR WS-FOUND-DUE = "Y"
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-SCHEDULE TO TRUE
                 NOT AT END
                    IF LSC-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          MOVE "Y" TO WS-FOUND-DUE
                          COMPUTE WS-OUT-PRINCIPAL =
                                  LSC-BALANCE-AFTER + LSC-PRINCIPAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0610-END.

       0620-PRINT-QUOTE.
           MOVE SPACES TO WS-QUOTE-NAME
           STRING "payoffquote_" WS-ACC-ID-IN ".TXT"
       0620-END.

       0640-POST-SETTLEMENT.
           MOVE WS-ACC-ID-IN TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE WS-PAYOFF-AMOUNT TO WS-PR-AMOUNT
           MOVE "LOAN PAYOFF" TO WS-PR-DESC
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE ZEROES TO WS-PR-TR-ID
           PERFORM 0720-POST-LOAN-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "THE SETTLEMENT WAS NOT POSTED - "
                      WS-RS-REASON
              GO TO 0640-END
           END-IF

           MOVE WS-ACC-ID-IN TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           MOVE "PAIDOFF" TO LN-STATUS
           REWRITE LN-DETAILS

           MOVE WS-ACC-ID-IN TO WS-ACR-ACC-ID
           MOVE ZEROES TO WS-ACR-AMOUNT
           CALL "relieveAccrual" USING WS-ACR-ACC-ID WS-ACR-AMOUNT

           STRING "LOAN PAYOFF " WS-PAYOFF-AMOUNT " ON ACCT "
                  WS-ACC-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "THE LOAN IS SETTLED AND MARKED PAID OFF."

           PERFORM 0780-RELEASE-COLLATERAL THRU 0780-END.
       0640-END.

       0710-SET-POST-BRANCH.
           MOVE "HQ" TO WS-POST-BRANCH
           IF SESSION-BRANCH-ID NOT = SPACES
              AND SESSION-BRANCH-ID NOT = LOW-VALUES
              MOVE SESSION-BRANCH-ID TO WS-POST-BRANCH
           END-IF.
       0710-END.

       0720-POST-LOAN-ENTRY.
           MOVE "LON" TO WS-LOAN-TXN-CODE
           PERFORM 0725-CALL-POST-ENTRY.
       0720-END.

       0725-CALL-POST-ENTRY.
           PERFORM 0710-SET-POST-BRANCH
           MOVE WS-LOAN-TXN-CODE TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE WS-POST-BRANCH TO WS-PR-BRANCH
           MOVE "LOANS" TO WS-PR-CHANNEL
           MOVE "F" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC
           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT.
       0725-END.

       0730-CHECK-GL-RULE.
           MOVE "N" TO WS-GL-RULE-OK

           OPEN INPUT GL-RULES
           IF GL-RULES-CHECK-STATUS NOT = "00"
              GO TO 0730-END
           END-IF

           MOVE WS-LOAN-TXN-CODE TO GLR-TC-CODE
           READ GL-RULES KEY IS GLR-TC-CODE
              NOT INVALID KEY
                 IF GLR-STATUS = "ACTIVE"
                    MOVE "Y" TO WS-GL-RULE-OK
                 END-IF
           END-READ

           CLOSE GL-RULES.
       0730-END.

       0740-CHARGE-OFF.
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO LN-ACC-ID
           READ LOANS KEY IS LN-ACC-ID
              INVALID KEY
                 DISPLAY "NO LOAN ON FILE FOR THIS ACCOUNT."
                 GO TO 0740-END
           END-READ

           IF LN-STATUS NOT = "ACTIVE"
              DISPLAY "ONLY AN ACTIVE LOAN CAN BE CHARGED OFF ("
                      LN-STATUS ")."
              GO TO 0740-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN."
              GO TO 0740-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "CHARGE-OFF" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID-IN
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE LOAN WAS NOT CHARGED OFF."
              GO TO 0740-END
           END-IF

           MOVE "LCO" TO WS-LOAN-TXN-CODE
           PERFORM 0730-CHECK-GL-RULE THRU 0730-END
           IF WS-GL-RULE-OK NOT = "Y"
              DISPLAY "NO ACTIVE GL POSTING RULE FOR CODE LCO - "
                      "SET UP THE LOAN LOSS RULE FIRST."
              GO TO 0740-END
           END-IF

           PERFORM 0610-OUTSTANDING-PRINCIPAL

           IF WS-OUT-PRINCIPAL = ZEROES
              DISPLAY "NO PRINCIPAL IS OUTSTANDING ON THIS LOAN."
              GO TO 0740-END
           END-IF

           DISPLAY "LOAN " WS-ACC-ID-IN " OUTSTANDING PRINCIPAL "
                   WS-OUT-PRINCIPAL
           DISPLAY "CHARGE OFF THE OUTSTANDING PRINCIPAL? (Y/N): "
           ACCEPT WS-CHGOFF-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CHGOFF-CONFIRM)
                TO WS-CHGOFF-CONFIRM
           IF WS-CHGOFF-CONFIRM NOT = "Y"
              DISPLAY "THE LOAN WAS NOT CHARGED OFF."
              GO TO 0740-END
           END-IF

           DISPLAY "A SUPERVISOR MUST APPROVE THE CHARGE-OFF."
           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "THE LOAN WAS NOT CHARGED OFF."
              GO TO 0740-END
           END-IF

           MOVE WS-ACC-ID-IN TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE WS-OUT-PRINCIPAL TO WS-PR-AMOUNT
           MOVE "LOAN CHARGE-OFF" TO WS-PR-DESC
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE ZEROES TO WS-PR-TR-ID
           PERFORM 0725-CALL-POST-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "THE CHARGE-OFF WAS NOT POSTED - "
                      WS-RS-REASON
              GO TO 0740-END
           END-IF

           MOVE WS-ACC-ID-IN TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
              INVALID KEY
                 SET EOF-SCHEDULE TO TRUE
           END-START

           PERFORM UNTIL EOF-SCHEDULE
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-SCHEDULE TO TRUE
                 NOT AT END
                    IF LSC-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          MOVE "CHRGDOFF" TO LSC-STATUS
                          REWRITE LSC-DETAILS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-ACC-ID-IN TO LN-ACC-ID
           READ LOANS KEY IS LN-ACC-ID
              INVALID KEY
                 GO TO 0740-END
           END-READ
           MOVE "CHRGDOFF" TO LN-STATUS
           REWRITE LN-DETAILS

           MOVE WS-ACC-ID-IN TO WS-ACR-ACC-ID
           MOVE ZEROES TO WS-ACR-AMOUNT
           CALL "relieveAccrual" USING WS-ACR-ACC-ID WS-ACR-AMOUNT

           OPEN I-O ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS = "00"
              MOVE WS-ACC-ID-IN TO FS-ID
              READ ACCOUNTS KEY IS FS-ID
                 NOT INVALID KEY
                    MOVE "FROZEN" TO FS-STATUS
                    REWRITE FS-ACC-DETAILS
              END-READ
              CLOSE ACCOUNTS
           END-IF

           MOVE "CHGOFF" TO WS-LOSS-KIND
           MOVE WS-OUT-PRINCIPAL TO WS-LOSS-AMOUNT
           PERFORM 0770-WRITE-LOSS-REGISTER THRU 0770-END

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHARGED OFF LOAN " WS-ACC-ID-IN " PRIN "
                  WS-OUT-PRINCIPAL " APPR " WS-SUP-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "THE LOAN IS CHARGED OFF - LATER PAYMENTS POST "
                   "AS RECOVERIES.".
       0740-END.

       0760-POST-RECOVERY.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN."
              GO TO 0760-END
           END-IF

           MOVE "LRC" TO WS-LOAN-TXN-CODE
           PERFORM 0730-CHECK-GL-RULE THRU 0730-END
           IF WS-GL-RULE-OK NOT = "Y"
              DISPLAY "NO ACTIVE GL POSTING RULE FOR CODE LRC - "
                      "SET UP THE RECOVERY RULE FIRST."
              GO TO 0760-END
           END-IF

           DISPLAY "THE LOAN IS CHARGED OFF - THE PAYMENT WILL "
                   "POST AS A RECOVERY."
           DISPLAY "INSERT THE AMOUNT RECEIVED: "
           ACCEPT WS-RECOVERY-IN
           IF WS-RECOVERY-IN = ZEROES
              DISPLAY "THE AMOUNT CANNOT BE ZERO."
              GO TO 0760-END
           END-IF

           MOVE WS-ACC-ID-IN TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE WS-RECOVERY-IN TO WS-PR-AMOUNT
           MOVE "LOAN RECOVERY" TO WS-PR-DESC
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE ZEROES TO WS-PR-TR-ID
           PERFORM 0725-CALL-POST-ENTRY
           IF WS-RS-REJECTED
              DISPLAY "THE RECOVERY WAS NOT POSTED - " WS-RS-REASON
              GO TO 0760-END
           END-IF

           MOVE SPACES TO WS-SUP-ID
           MOVE "RECOVERY" TO WS-LOSS-KIND
           MOVE WS-RECOVERY-IN TO WS-LOSS-AMOUNT
           PERFORM 0770-WRITE-LOSS-REGISTER THRU 0770-END

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RECOVERY " WS-RECOVERY-IN " ON CHARGED-OFF "
                  "LOAN " WS-ACC-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "RECOVERY POSTED.".
       0760-END.

       0770-WRITE-LOSS-REGISTER.
           OPEN I-O CHARGE-OFFS
           IF CHARGE-OFFS-CHECK-STATUS = "35"
              OPEN OUTPUT CHARGE-OFFS
              CLOSE CHARGE-OFFS
              OPEN I-O CHARGE-OFFS
           END-IF

           IF CHARGE-OFFS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CHARGE-OFF REGISTER: "
                      CHARGE-OFFS-CHECK-STATUS
              GO TO 0770-END
           END-IF

           MOVE WS-RS-TR-ID TO CO-TR-ID
           MOVE WS-ACC-ID-IN TO CO-ACC-ID
           MOVE WS-LOSS-KIND TO CO-KIND
           MOVE WS-BUS-DATE TO CO-DATE
           MOVE WS-RS-ACCT-BRANCH TO CO-BRANCH
           MOVE WS-LOSS-AMOUNT TO CO-AMOUNT
           MOVE "UNKNOWN" TO CO-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO CO-OPERATOR
           END-IF
           MOVE WS-SUP-ID TO CO-APPROVER
           WRITE CO-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING CHARGE-OFF REGISTER: "
                         CHARGE-OFFS-CHECK-STATUS
           END-WRITE

           CLOSE CHARGE-OFFS.
       0770-END.

       0780-RELEASE-COLLATERAL.
           OPEN I-O COLLATERAL
           IF COLLATERAL-CHECK-STATUS NOT = "00"
              GO TO 0780-END
           END-IF

           MOVE WS-ACC-ID-IN TO COL-ACC-ID
           READ COLLATERAL KEY IS COL-ACC-ID
              INVALID KEY
                 CLOSE COLLATERAL
                 GO TO 0780-END
           END-READ

           IF COL-STATUS NOT = "HELD"
              CLOSE COLLATERAL
              GO TO 0780-END
           END-IF

           MOVE "PENDREL" TO COL-STATUS
           MOVE WS-BUS-DATE TO COL-RELEASE-DATE
           MOVE SPACES TO COL-RELEASED-BY
           REWRITE COL-DETAILS
           CLOSE COLLATERAL

           MOVE WS-ACC-ID-IN TO WS-NOTICE-ACC
           MOVE "LIENRELEASE" TO WS-NOTICE-EVENT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "LOAN PAID IN FULL - LIEN RELEASED ON "
                  COL-TYPE
              DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           CALL "writeNotice" USING WS-NOTICE-ACC
                WS-NOTICE-EVENT WS-NOTICE-TEXT

           MOVE SPACES TO WS-QUOTE-NAME
           STRING "lienrelease_" WS-ACC-ID-IN ".TXT"
              DELIMITED BY SIZE INTO WS-QUOTE-NAME

           OPEN OUTPUT QUOTE-OUT
           IF QUOTE-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE LIEN RELEASE FILE: "
                      QUOTE-CHECK-STATUS
              GO TO 0780-END
           END-IF

           MOVE SPACES TO QUOTE-LINE
           STRING "RELEASE OF LIEN - LOAN ACCOUNT " WS-ACC-ID-IN
              DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE

           MOVE SPACES TO QUOTE-LINE
           STRING "THE LOAN WAS PAID IN FULL ON " WS-BUS-DATE "."
              DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE

           MOVE SPACES TO QUOTE-LINE
           STRING "COLLATERAL: " COL-TYPE " " COL-DESCRIPTION
              DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE

           MOVE SPACES TO QUOTE-LINE
           STRING "LIEN POSITION " COL-LIEN-POS
                  " - THE BANK RELEASES ALL INTEREST IN THIS "
                  "COLLATERAL."
              DELIMITED BY SIZE INTO QUOTE-LINE
           WRITE QUOTE-LINE

           CLOSE QUOTE-OUT

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "LIEN RELEASE PENDING ON LOAN " WS-ACC-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "LIEN RELEASE NOTICE PRINTED TO " WS-QUOTE-NAME

           MOVE "LIEN RELEASE" TO WS-CAT-REPORT-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-QUOTE-NAME WS-CAT-PARAMS.
       0780-END.

       0800-MODIFY-LOAN.
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO LN-ACC-ID
           READ LOANS KEY IS LN-ACC-ID
              INVALID KEY
                 DISPLAY "NO LOAN ON FILE FOR THIS ACCOUNT."
                 GO TO 0800-END
           END-READ

           IF LN-STATUS NOT = "ACTIVE"
              DISPLAY "ONLY AN ACTIVE LOAN CAN BE MODIFIED ("
                      LN-STATUS ")."
              GO TO 0800-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN."
              GO TO 0800-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "LOAN MODIFY" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID-IN
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE LOAN WAS NOT MODIFIED."
              GO TO 0800-END
           END-IF

           PERFORM 0610-OUTSTANDING-PRINCIPAL
           IF WS-OUT-PRINCIPAL = ZEROES
              OR LN-PAID-COUNT >= LN-TERM-MONTHS
              DISPLAY "NO INSTALLMENTS REMAIN ON THIS LOAN - "
                      "NOTHING TO MODIFY."
              GO TO 0800-END
           END-IF

           COMPUTE WS-MOD-REMAIN = LN-TERM-MONTHS - LN-PAID-COUNT
           MOVE LN-ANNUAL-RATE TO WS-MOD-NEW-RATE
           MOVE ZEROES TO WS-MOD-DEFER
           MOVE ZEROES TO WS-MOD-CAPITAL

           DISPLAY "CURRENT TERMS FOR LOAN " WS-ACC-ID-IN ":"
           DISPLAY "  OUTSTANDING PRINCIPAL: " WS-OUT-PRINCIPAL
           DISPLAY "  ANNUAL RATE:           " LN-ANNUAL-RATE
           DISPLAY "  PAYMENT:               " LN-PAYMENT-AMOUNT
           DISPLAY "  INSTALLMENTS PAID:     " LN-PAID-COUNT
                   " OF " LN-TERM-MONTHS
           DISPLAY "MODIFICATION: 1 - TERM EXTENSION  2 - RATE "
                   "CHANGE"
           DISPLAY "              3 - PAYMENT DEFERRAL  4 - "
                   "CAPITALIZE ARREARS"
           ACCEPT WS-MOD-OPT

           EVALUATE WS-MOD-OPT
              WHEN 1
                 MOVE "EXTEND" TO WS-MOD-KIND
                 DISPLAY "INSERT THE NUMBER OF MONTHS TO ADD: "
                 ACCEPT WS-MOD-EXTRA
                 IF WS-MOD-EXTRA = ZEROES
                    DISPLAY "THE EXTENSION CANNOT BE ZERO."
                    GO TO 0800-END
                 END-IF
                 ADD WS-MOD-EXTRA TO WS-MOD-REMAIN
                    ON SIZE ERROR
                       DISPLAY "THE EXTENSION IS TOO LONG."
                       GO TO 0800-END
                 END-ADD
              WHEN 2
                 MOVE "RATE" TO WS-MOD-KIND
                 DISPLAY "INSERT THE NEW ANNUAL RATE (E.G. 0.0650): "
                 ACCEPT WS-MOD-NEW-RATE
                 IF WS-MOD-NEW-RATE = LN-ANNUAL-RATE
                    DISPLAY "THE RATE IS UNCHANGED."
                    GO TO 0800-END
                 END-IF
              WHEN 3
                 MOVE "DEFER" TO WS-MOD-KIND
                 DISPLAY "INSERT THE NUMBER OF INSTALLMENTS TO "
                         "DEFER: "
                 ACCEPT WS-MOD-DEFER
                 IF WS-MOD-DEFER = ZEROES OR WS-MOD-DEFER > 12
                    DISPLAY "A DEFERRAL MUST BE 1 TO 12 "
                            "INSTALLMENTS."
                    GO TO 0800-END
                 END-IF
                 COMPUTE WS-MOD-CAPITAL ROUNDED =
                         WS-OUT-PRINCIPAL * LN-ANNUAL-RATE / 12
                       * WS-MOD-DEFER
              WHEN 4
                 MOVE "CAPITAL" TO WS-MOD-KIND
                 PERFORM 0810-SUM-ARREARS
                 IF WS-MOD-CAPITAL = ZEROES
                    DISPLAY "THE LOAN HAS NO ARREARS TO CAPITALIZE."
                    GO TO 0800-END
                 END-IF
              WHEN OTHER
                 DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
                 GO TO 0800-END
           END-EVALUATE

           COMPUTE WS-MOD-NEW-TERM = LN-PAID-COUNT + WS-MOD-REMAIN
           IF WS-MOD-NEW-TERM > 999
              DISPLAY "THE NEW TERM EXCEEDS 999 INSTALLMENTS."
              GO TO 0800-END
           END-IF

           DISPLAY "INSERT THE REASON FOR THE MODIFICATION: "
           ACCEPT WS-MOD-REASON
           MOVE FUNCTION UPPER-CASE (WS-MOD-REASON) TO WS-MOD-REASON
           IF WS-MOD-REASON = SPACES
              DISPLAY "A REASON IS REQUIRED."
              GO TO 0800-END
           END-IF

           COMPUTE WS-MOD-NEW-BALANCE =
                   WS-OUT-PRINCIPAL + WS-MOD-CAPITAL
           MOVE WS-MOD-NEW-BALANCE TO WS-PRINCIPAL-IN
           MOVE WS-MOD-NEW-RATE TO WS-RATE-IN
           MOVE WS-MOD-REMAIN TO WS-TERM-IN
           PERFORM 0250-COMPUTE-PAYMENT THRU 0250-END
           MOVE WS-PAYMENT TO WS-MOD-NEW-PAYMENT

           DISPLAY "PROPOSED TERMS (" WS-MOD-KIND "):"
           DISPLAY "  PRINCIPAL " WS-OUT-PRINCIPAL " -> "
                   WS-MOD-NEW-BALANCE
           DISPLAY "  RATE      " LN-ANNUAL-RATE " -> "
                   WS-MOD-NEW-RATE
           DISPLAY "  TERM      " LN-TERM-MONTHS " -> "
                   WS-MOD-NEW-TERM
           DISPLAY "  PAYMENT   " LN-PAYMENT-AMOUNT " -> "
                   WS-MOD-NEW-PAYMENT
           IF WS-MOD-DEFER > ZEROES
              DISPLAY "  FIRST PAYMENT DEFERRED " WS-MOD-DEFER
                      " MONTHS"
           END-IF
           DISPLAY "APPLY THIS MODIFICATION? (Y/N): "
           ACCEPT WS-MOD-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-MOD-CONFIRM)
                TO WS-MOD-CONFIRM
           IF WS-MOD-CONFIRM NOT = "Y"
              DISPLAY "THE LOAN WAS NOT MODIFIED."
              GO TO 0800-END
           END-IF

           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "THE LOAN WAS NOT MODIFIED."
              GO TO 0800-END
           END-IF

           OPEN I-O LOAN-MODS
           IF LOAN-MODS-CHECK-STATUS = "35"
              OPEN OUTPUT LOAN-MODS
              CLOSE LOAN-MODS
              OPEN I-O LOAN-MODS
           END-IF

           OPEN I-O LOAN-MOD-SCHED
           IF LOAN-MOD-SCHED-CHECK-STATUS = "35"
              OPEN OUTPUT LOAN-MOD-SCHED
              CLOSE LOAN-MOD-SCHED
              OPEN I-O LOAN-MOD-SCHED
           END-IF

           IF LOAN-MODS-CHECK-STATUS NOT = "00"
              OR LOAN-MOD-SCHED-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE LOAN MODIFICATION FILES: "
                      LOAN-MODS-CHECK-STATUS " "
                      LOAN-MOD-SCHED-CHECK-STATUS
              CLOSE LOAN-MODS
              CLOSE LOAN-MOD-SCHED
              GO TO 0800-END
           END-IF

           IF WS-MOD-CAPITAL > ZEROES
              MOVE WS-ACC-ID-IN TO WS-PR-ACC-ID
              MOVE "DEBIT" TO WS-PR-TYPE
              MOVE WS-MOD-CAPITAL TO WS-PR-AMOUNT
              MOVE "INTEREST CAPITALIZED" TO WS-PR-DESC
              MOVE ZEROES TO WS-PR-RELATED-ID
              MOVE ZEROES TO WS-PR-TR-ID
              PERFORM 0720-POST-LOAN-ENTRY
              IF WS-RS-REJECTED
                 DISPLAY "THE CAPITALIZED INTEREST WAS NOT POSTED - "
                         WS-RS-REASON
                 CLOSE LOAN-MODS
                 CLOSE LOAN-MOD-SCHED
                 GO TO 0800-END
              END-IF
           END-IF

           PERFORM 0820-NEXT-MOD-SEQ
           PERFORM 0830-SUPERSEDE-SCHEDULE

           COMPUTE WS-SCHED-FIRST = LN-PAID-COUNT + 1
           MOVE WS-MOD-NEW-TERM TO WS-SCHED-LAST
           MOVE WS-MOD-DEFER TO WS-SCHED-SKIP
           PERFORM 0260-GENERATE-SCHEDULE

           MOVE WS-ACC-ID-IN TO LM-ACC-ID
           MOVE WS-MOD-SEQ TO LM-SEQ
           MOVE WS-BUS-DATE TO LM-DATE
           MOVE WS-MOD-KIND TO LM-KIND
           MOVE WS-MOD-REASON TO LM-REASON
           MOVE LN-PAID-COUNT TO LM-PAID-COUNT
           MOVE LN-ANNUAL-RATE TO LM-OLD-RATE
           MOVE WS-MOD-NEW-RATE TO LM-NEW-RATE
           MOVE LN-TERM-MONTHS TO LM-OLD-TERM
           MOVE WS-MOD-NEW-TERM TO LM-NEW-TERM
           MOVE LN-PAYMENT-AMOUNT TO LM-OLD-PAYMENT
           MOVE WS-MOD-NEW-PAYMENT TO LM-NEW-PAYMENT
           MOVE WS-OUT-PRINCIPAL TO LM-OLD-BALANCE
           MOVE WS-MOD-NEW-BALANCE TO LM-NEW-BALANCE
           MOVE WS-MOD-DEFER TO LM-DEFERRED
           MOVE WS-MOD-CAPITAL TO LM-CAPITALIZED
           MOVE "UNKNOWN" TO LM-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO LM-OPERATOR
           END-IF
           MOVE WS-SUP-ID TO LM-APPROVER
           WRITE LM-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING THE MODIFICATION LOG: "
                         LOAN-MODS-CHECK-STATUS
           END-WRITE

           CLOSE LOAN-MODS
           CLOSE LOAN-MOD-SCHED

           MOVE WS-ACC-ID-IN TO LN-ACC-ID
           READ LOANS KEY IS LN-ACC-ID
              INVALID KEY
                 GO TO 0800-END
           END-READ
           MOVE WS-MOD-NEW-RATE TO LN-ANNUAL-RATE
           MOVE WS-MOD-NEW-TERM TO LN-TERM-MONTHS
           MOVE WS-MOD-NEW-PAYMENT TO LN-PAYMENT-AMOUNT
           REWRITE LN-DETAILS

           MOVE WS-ACC-ID-IN TO WS-NOTICE-ACC
           MOVE "LOANMODIFY" TO WS-NOTICE-EVENT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "YOUR LOAN WAS MODIFIED - NEW PAYMENT "
                  WS-MOD-NEW-PAYMENT
              DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           CALL "writeNotice" USING WS-NOTICE-ACC
                WS-NOTICE-EVENT WS-NOTICE-TEXT

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "MODIFIED LOAN " WS-ACC-ID-IN " " WS-MOD-KIND
                  " MOD " WS-MOD-SEQ " APPR " WS-SUP-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "LOAN MODIFIED - THE REMAINING SCHEDULE WAS "
                   "REGENERATED. NEW PAYMENT " WS-MOD-NEW-PAYMENT.
       0800-END.

       0810-SUM-ARREARS.
           MOVE ZEROES TO WS-MOD-CAPITAL
           MOVE WS-ACC-ID-IN TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
              INVALID KEY
                 SET EOF-SCHEDULE TO TRUE
           END-START

           PERFORM UNTIL EOF-SCHEDULE
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-SCHEDULE TO TRUE
                 NOT AT END
                    IF LSC-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          AND LSC-DUE-DATE < WS-BUS-DATE
                          ADD LSC-INTEREST TO WS-MOD-CAPITAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0810-END.

       0820-NEXT-MOD-SEQ.
           MOVE ZEROES TO WS-MOD-SEQ
           MOVE WS-ACC-ID-IN TO LM-ACC-ID
           MOVE ZEROES TO LM-SEQ
           SET NOT-EOF-MODS TO TRUE
           START LOAN-MODS KEY IS NOT LESS THAN LM-KEY
              INVALID KEY
                 SET EOF-MODS TO TRUE
           END-START

           PERFORM UNTIL EOF-MODS
              READ LOAN-MODS NEXT RECORD
                 AT END
                    SET EOF-MODS TO TRUE
                 NOT AT END
                    IF LM-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-MODS TO TRUE
                    ELSE
                       MOVE LM-SEQ TO WS-MOD-SEQ
                    END-IF
              END-READ
           END-PERFORM

           ADD 1 TO WS-MOD-SEQ.
       0820-END.

       0830-SUPERSEDE-SCHEDULE.
           COMPUTE WS-INSTALL-IX = LN-PAID-COUNT + 1
           PERFORM UNTIL WS-INSTALL-IX > LN-TERM-MONTHS
              MOVE WS-ACC-ID-IN TO LSC-ACC-ID
              MOVE WS-INSTALL-IX TO LSC-INSTALL-NO
              READ LOAN-SCHEDULE KEY IS LSC-KEY
                 NOT INVALID KEY
                    MOVE LSC-ACC-ID TO LMS-ACC-ID
                    MOVE WS-MOD-SEQ TO LMS-MOD-SEQ
                    MOVE LSC-INSTALL-NO TO LMS-INSTALL-NO
                    MOVE LSC-DUE-DATE TO LMS-DUE-DATE
                    MOVE LSC-PAYMENT TO LMS-PAYMENT
                    MOVE LSC-PRINCIPAL TO LMS-PRINCIPAL
                    MOVE LSC-INTEREST TO LMS-INTEREST
                    MOVE LSC-BALANCE-AFTER TO LMS-BALANCE-AFTER
                    MOVE "SUPERSED" TO LMS-STATUS
                    WRITE LMS-DETAILS
                       INVALID KEY
                          REWRITE LMS-DETAILS
                    END-WRITE
              END-READ
              ADD 1 TO WS-INSTALL-IX
           END-PERFORM.
       0830-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
