       IDENTIFICATION DIVISION.
       PROGRAM-ID. reviewScreenHolds.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SCREEN-HOLDS ASSIGN TO "screenholds.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-ID
           FILE STATUS IS SCREEN-HOLDS-CHECK-STATUS.

       SELECT WIRES ASSIGN TO "wires.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WIR-ID
           FILE STATUS IS WIRES-CHECK-STATUS.

       SELECT EXT-XFERS ASSIGN TO "extxfers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXT-ID
           FILE STATUS IS EXT-XFERS-CHECK-STATUS.

       SELECT EXT-PAYEES ASSIGN TO "extpayees.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EP-KEY
           FILE STATUS IS EXT-PAYEES-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.

       SELECT WIRE-DOC ASSIGN TO WS-DOC-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WIRE-DOC-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SCREEN-HOLDS.
       01  SH-DETAILS.
           05 SH-ID                  PIC 9(7).
           05 SH-SOURCE              PIC X(8).
           05 SH-REF-ID              PIC 9(9).
           05 SH-CUST-ID             PIC 9(6).
           05 SH-NICKNAME            PIC X(10).
           05 SH-ACC-ID              PIC 9(8).
           05 SH-AMOUNT              PIC 9(9)V99.
           05 SH-NAME                PIC X(30).
           05 SH-HIT-NAME            PIC X(30).
           05 SH-HELD-DATE           PIC X(10).
           05 SH-HELD-BY             PIC X(8).
           05 SH-STATUS              PIC X(8).
           05 SH-DECIDED-BY          PIC X(8).
           05 SH-DECIDED-DATE        PIC X(10).
           05 SH-REASON              PIC X(30).

       FD  WIRES.
       01  WIR-DETAILS.
           05 WIR-ID                 PIC 9(9).
           05 WIR-DIRECTION          PIC X(3).
           05 WIR-ACC-ID             PIC 9(8).
           05 WIR-AMOUNT             PIC 9(9)V99.
           05 WIR-FEE                PIC 9(5)V99.
           05 WIR-BENE-NAME          PIC X(30).
           05 WIR-BENE-ADDRESS       PIC X(30).
           05 WIR-BENE-BANK          PIC X(30).
           05 WIR-BENE-ACC-NO        PIC X(17).
           05 WIR-REFERENCE          PIC X(16).
           05 WIR-DATE               PIC X(10).
           05 WIR-OPERATOR           PIC X(8).
           05 WIR-STATUS             PIC X(8).
           05 WIR-TR-ID              PIC 9(9).

       FD  EXT-XFERS.
       01  EXT-DETAILS.
           05 EXT-ID                 PIC 9(9).
           05 EXT-ACC-ID             PIC 9(8).
           05 EXT-CUST-ID            PIC 9(6).
           05 EXT-ROUTING-NO         PIC 9(9).
           05 EXT-EXT-ACC-NO         PIC X(17).
           05 EXT-EXT-NAME           PIC X(20).
           05 EXT-AMOUNT             PIC 9(9)V99.
           05 EXT-DATE               PIC X(10).
           05 EXT-STATUS             PIC X(8).
           05 EXT-TR-ID              PIC 9(9).
           05 EXT-RETURN-REASON      PIC X(20).

       FD  EXT-PAYEES.
       01  EP-DETAILS.
           05 EP-KEY.
               10 EP-CUST-ID         PIC 9(6).
               10 EP-NICKNAME        PIC X(10).
           05 EP-ROUTING-NO          PIC 9(9).
           05 EP-EXT-ACC-NO          PIC X(17).
           05 EP-EXT-NAME            PIC X(20).
           05 EP-ADDED-AT            PIC X(10).
           05 EP-STATUS              PIC X(8).

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-FEE-INCOME-ACC      PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-SETTLEMENT-ACC      PIC 9(8).

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

       FD  WIRE-DOC.
       01  WIRE-DOC-LINE             PIC X(80).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  SCREEN-HOLDS-CHECK-STATUS PIC XX.
       01  WIRES-CHECK-STATUS        PIC XX.
       01  EXT-XFERS-CHECK-STATUS    PIC XX.
       01  EXT-PAYEES-CHECK-STATUS   PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  WIRE-DOC-CHECK-STATUS     PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-HOLDS              PIC X VALUE "N".
           88  EOF-HOLDS             VALUE "Y".
           88  NOT-EOF-HOLDS         VALUE "N".

       01  WS-MENU-OPT               PIC 9.
       01  WS-HOLD-ID-IN             PIC 9(7).
       01  WS-REASON-IN              PIC X(30).
       01  WS-CONFIRM                PIC X.
       01  WS-LIST-COUNT             PIC 9(5).

       01  WS-DECISION               PIC X.
           88  WS-DECIDE-RELEASE     VALUE "R".
           88  WS-DECIDE-REJECT      VALUE "J".
       01  WS-DECISION-WORD          PIC X(8).

       01  WS-ITEM-STATUS            PIC X(8).
       01  WS-ITEM-OK                PIC X.
           88  WS-ITEM-HELD          VALUE "Y".
       01  WS-ITEM-DONE              PIC X.
           88  WS-ITEM-RELEASED      VALUE "Y".

       01  WS-SUP-ID                 PIC X(8).
       01  WS-SUP-OK                 PIC X.
           88  WS-SUP-VERIFIED       VALUE "Y".

       01  WS-INSIDER-ACTION         PIC X(12).
       01  WS-INSIDER-RESULT         PIC X.
           88  WS-INSIDER-BLOCKED    VALUE "B".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-DECIDED-DATE           PIC X(10).

       01  WS-SETTLEMENT-ACC         PIC 9(8).
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
       01  WS-POST-BRANCH            PIC X(4).

       01  WS-WIRE-DESC.
           05 WS-WIRE-DESC-TAG       PIC X(9).
           05 WS-WIRE-DESC-ID        PIC 9(9).

       01  WS-EXT-DESC.
           05 WS-EXT-DESC-TAG        PIC X(7).
           05 WS-EXT-DESC-RTN        PIC 9(9).

       01  WS-DOC-NAME               PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
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

       01  WS-HOLD-MENU.
           02 WS-HOLD-MENU-LINE   PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-HOLD-MENU-OPT1   PIC X(24)
                                   VALUE "1 - List Pending Holds".
           02 WS-HOLD-MENU-OPT2   PIC X(18)
                                   VALUE "2 - Release a Hold".
           02 WS-HOLD-MENU-OPT3   PIC X(17)
                                   VALUE "3 - Reject a Hold".
           02 WS-HOLD-MENU-OPT0   PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-HOLD-MENU-LINE
           DISPLAY "WATCHLIST HOLD REVIEW"
           DISPLAY WS-HOLD-MENU-OPT1
           DISPLAY WS-HOLD-MENU-OPT2
           DISPLAY WS-HOLD-MENU-OPT3
           DISPLAY WS-HOLD-MENU-OPT0
           DISPLAY WS-HOLD-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 3
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           MOVE WS-BUS-DATE TO WS-DECIDED-DATE
           IF WS-DECIDED-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-DECIDED-DATE(1:4)
              MOVE "-" TO WS-DECIDED-DATE(5:1)
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-DECIDED-DATE(6:2)
              MOVE "-" TO WS-DECIDED-DATE(8:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DECIDED-DATE(9:2)
           END-IF

           MOVE "HQ" TO WS-POST-BRANCH
           IF SESSION-BRANCH-ID NOT = SPACES
              AND SESSION-BRANCH-ID NOT = LOW-VALUES
              MOVE SESSION-BRANCH-ID TO WS-POST-BRANCH
           END-IF

           OPEN I-O SCREEN-HOLDS
           IF SCREEN-HOLDS-CHECK-STATUS = "35"
              OPEN OUTPUT SCREEN-HOLDS
              CLOSE SCREEN-HOLDS
              OPEN I-O SCREEN-HOLDS
           END-IF

           IF SCREEN-HOLDS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING SCREENING HOLDS FILE: "
                      SCREEN-HOLDS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-LIST-PENDING THRU 0200-END
              WHEN 2
                 SET WS-DECIDE-RELEASE TO TRUE
                 PERFORM 0300-DECIDE-HOLD THRU 0300-END
              WHEN 3
                 SET WS-DECIDE-REJECT TO TRUE
                 PERFORM 0300-DECIDE-HOLD THRU 0300-END
           END-EVALUATE

           CLOSE SCREEN-HOLDS
           PERFORM 0100-MAIN.
       0100-END.

       0200-LIST-PENDING.
           MOVE ZEROES TO WS-LIST-COUNT
           MOVE ZEROES TO SH-ID
           SET NOT-EOF-HOLDS TO TRUE
           START SCREEN-HOLDS KEY IS NOT LESS THAN SH-ID
              INVALID KEY
                 SET EOF-HOLDS TO TRUE
           END-START

           PERFORM UNTIL EOF-HOLDS
              READ SCREEN-HOLDS NEXT RECORD
                 AT END
                    SET EOF-HOLDS TO TRUE
                 NOT AT END
                    IF SH-STATUS = "PENDING"
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY SH-ID " " SH-SOURCE " " SH-REF-ID
                               " " SH-AMOUNT " " SH-NAME(1:20)
                               " HIT " SH-HIT-NAME(1:20)
                               " " SH-HELD-DATE
                    END-IF
              END-READ
           END-PERFORM

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO HOLDS ARE PENDING REVIEW."
           ELSE
              DISPLAY WS-LIST-COUNT " HOLD(S) PENDING REVIEW."
           END-IF.
       0200-END.

       0300-DECIDE-HOLD.
           DISPLAY "INSERT THE HOLD ID: "
           ACCEPT WS-HOLD-ID-IN

           MOVE WS-HOLD-ID-IN TO SH-ID
           READ SCREEN-HOLDS KEY IS SH-ID
              INVALID KEY
                 DISPLAY "NO HOLD ON FILE WITH THAT ID."
                 GO TO 0300-END
           END-READ

           IF SH-STATUS NOT = "PENDING"
              DISPLAY "THAT HOLD IS ALREADY " SH-STATUS " BY "
                      SH-DECIDED-BY " ON " SH-DECIDED-DATE "."
              GO TO 0300-END
           END-IF

           DISPLAY "HOLD " SH-ID " ON " SH-SOURCE " " SH-REF-ID
                   " HELD " SH-HELD-DATE " BY " SH-HELD-BY
           DISPLAY "NAME SCREENED: " SH-NAME
           DISPLAY "WATCHLIST HIT: " SH-HIT-NAME
           IF SH-SOURCE = "PAYEE"
              DISPLAY "CUSTOMER " SH-CUST-ID " PAYEE " SH-NICKNAME
           ELSE
              DISPLAY "ACCOUNT " SH-ACC-ID " AMOUNT " SH-AMOUNT
           END-IF

           PERFORM 0350-FIND-ITEM THRU 0350-END
           DISPLAY "HELD ITEM STATUS: " WS-ITEM-STATUS

           IF WS-DECIDE-RELEASE
              IF NOT WS-ITEM-HELD
                 DISPLAY "THE HELD ITEM IS NO LONGER WAITING - THIS "
                         "HOLD CAN ONLY BE REJECTED."
                 GO TO 0300-END
              END-IF
              IF SH-SOURCE NOT = "PAYEE"
                 AND WS-BUS-STATUS NOT = "OPEN"
                 DISPLAY "THE BUSINESS DAY IS NOT OPEN - POSTING IS "
                         "NOT ALLOWED."
                 GO TO 0300-END
              END-IF
           END-IF

           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "THE HOLD WAS NOT DECIDED."
              GO TO 0300-END
           END-IF

           IF WS-DECIDE-RELEASE AND SH-SOURCE NOT = "PAYEE"
              MOVE "SCREEN RLSE" TO WS-INSIDER-ACTION
              CALL "checkInsider" USING WS-SUP-ID SH-ACC-ID
                   WS-INSIDER-ACTION WS-INSIDER-RESULT
              IF WS-INSIDER-BLOCKED
                 DISPLAY "THE HOLD WAS NOT DECIDED."
                 GO TO 0300-END
              END-IF
           END-IF

           DISPLAY "INSERT THE REASON FOR THE DECISION: "
           ACCEPT WS-REASON-IN
           MOVE FUNCTION UPPER-CASE (WS-REASON-IN) TO WS-REASON-IN

           IF WS-REASON-IN = SPACES
              DISPLAY "A REASON IS REQUIRED."
              DISPLAY "THE HOLD WAS NOT DECIDED."
              GO TO 0300-END
           END-IF

           IF WS-DECIDE-RELEASE
              MOVE "RELEASED" TO WS-DECISION-WORD
           ELSE
              MOVE "REJECTED" TO WS-DECISION-WORD
           END-IF

           DISPLAY "MARK HOLD " SH-ID " AS " WS-DECISION-WORD
                   "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE HOLD WAS NOT DECIDED."
              GO TO 0300-END
           END-IF

           IF WS-DECIDE-RELEASE
              MOVE "N" TO WS-ITEM-DONE
              EVALUATE SH-SOURCE
                 WHEN "WIRE-OUT"
                    PERFORM 0400-RELEASE-WIRE-OUT THRU 0400-END
                 WHEN "WIRE-IN"
                    PERFORM 0450-RELEASE-WIRE-IN THRU 0450-END
                 WHEN "EXTXFER"
                    PERFORM 0500-RELEASE-EXT-XFER THRU 0500-END
                 WHEN "PAYEE"
                    PERFORM 0550-RELEASE-PAYEE THRU 0550-END
              END-EVALUATE
              IF NOT WS-ITEM-RELEASED
                 DISPLAY "THE HOLD REMAINS PENDING."
                 GO TO 0300-END
              END-IF
           ELSE
              IF WS-ITEM-HELD
                 PERFORM 0600-REJECT-ITEM THRU 0600-END
              END-IF
           END-IF

           MOVE WS-DECISION-WORD TO SH-STATUS
           MOVE WS-SUP-ID TO SH-DECIDED-BY
           MOVE WS-DECIDED-DATE TO SH-DECIDED-DATE
           MOVE WS-REASON-IN TO SH-REASON
           REWRITE SH-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING SCREENING HOLD RECORD."
                 GO TO 0300-END
           END-REWRITE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "HOLD " SH-ID " " WS-DECISION-WORD " BY "
                  WS-SUP-ID " " SH-SOURCE " " SH-REF-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "HOLD " SH-ID " REASON: " WS-REASON-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "HOLD " SH-ID " " WS-DECISION-WORD ".".
       0300-END.

       0350-FIND-ITEM.
           MOVE "N" TO WS-ITEM-OK
           MOVE "NOTFOUND" TO WS-ITEM-STATUS

           EVALUATE SH-SOURCE
              WHEN "WIRE-OUT"
              WHEN "WIRE-IN"
                 OPEN INPUT WIRES
                 IF WIRES-CHECK-STATUS = "00"
                    MOVE SH-REF-ID TO WIR-ID
                    READ WIRES KEY IS WIR-ID
                       NOT INVALID KEY
                          MOVE WIR-STATUS TO WS-ITEM-STATUS
                    END-READ
                    CLOSE WIRES
                 END-IF
              WHEN "EXTXFER"
                 OPEN INPUT EXT-XFERS
                 IF EXT-XFERS-CHECK-STATUS = "00"
                    MOVE SH-REF-ID TO EXT-ID
                    READ EXT-XFERS KEY IS EXT-ID
                       NOT INVALID KEY
                          MOVE EXT-STATUS TO WS-ITEM-STATUS
                    END-READ
                    CLOSE EXT-XFERS
                 END-IF
              WHEN "PAYEE"
                 OPEN INPUT EXT-PAYEES
                 IF EXT-PAYEES-CHECK-STATUS = "00"
                    MOVE SH-CUST-ID TO EP-CUST-ID
                    MOVE SH-NICKNAME TO EP-NICKNAME
                    READ EXT-PAYEES KEY IS EP-KEY
                       NOT INVALID KEY
                          MOVE EP-STATUS TO WS-ITEM-STATUS
                    END-READ
                    CLOSE EXT-PAYEES
                 END-IF
           END-EVALUATE

           IF WS-ITEM-STATUS = "HELD"
              MOVE "Y" TO WS-ITEM-OK
           END-IF.
       0350-END.

       0400-RELEASE-WIRE-OUT.
           PERFORM 0650-GET-SETTLEMENT-ACC THRU 0650-END

           OPEN I-O WIRES
           IF WIRES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING WIRES FILE: " WIRES-CHECK-STATUS
              GO TO 0400-END
           END-IF

           MOVE SH-REF-ID TO WIR-ID
           READ WIRES KEY IS WIR-ID
              INVALID KEY
                 DISPLAY "THE HELD WIRE IS NO LONGER ON FILE."
                 CLOSE WIRES
                 GO TO 0400-END
           END-READ

           MOVE "WIRE OUT " TO WS-WIRE-DESC-TAG
           MOVE WIR-ID TO WS-WIRE-DESC-ID

           MOVE WIR-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-POST-BRANCH TO WS-PR-BRANCH
           MOVE "C" TO WS-PR-MODE
           MOVE "B" TO WS-PR-LIMIT-MODE
           MOVE WIR-FEE TO WS-PR-FEE-AMOUNT
           MOVE "WIRE FEE" TO WS-PR-FEE-DESC
           PERFORM 0700-POST-WIRE-ENTRY

           IF WS-RS-REJECTED
              DISPLAY "THE WIRE WAS NOT SENT - " WS-RS-REASON
              CLOSE WIRES
              GO TO 0400-END
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
              PERFORM 0700-POST-WIRE-ENTRY
           END-IF

           MOVE "SENT" TO WIR-STATUS
           MOVE WS-BUS-DATE TO WIR-DATE
           REWRITE WIR-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING WIRE REGISTER RECORD."
           END-REWRITE
           CLOSE WIRES

           MOVE "Y" TO WS-ITEM-DONE
           MOVE WIR-AMOUNT TO WS-FQ-AMOUNT
           PERFORM 0660-POST-WIRE-FX-POSITION THRU 0660-END
           PERFORM 0750-WRITE-WIRE-DOCUMENT THRU 0750-END

           DISPLAY "WIRE " WIR-ID " SENT - LEDGER TXN " WIR-TR-ID.
       0400-END.

       0450-RELEASE-WIRE-IN.
           PERFORM 0650-GET-SETTLEMENT-ACC THRU 0650-END

           OPEN I-O WIRES
           IF WIRES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING WIRES FILE: " WIRES-CHECK-STATUS
              GO TO 0450-END
           END-IF

           MOVE SH-REF-ID TO WIR-ID
           READ WIRES KEY IS WIR-ID
              INVALID KEY
                 DISPLAY "THE HELD WIRE IS NO LONGER ON FILE."
                 CLOSE WIRES
                 GO TO 0450-END
           END-READ

           MOVE "WIRE IN  " TO WS-WIRE-DESC-TAG
           MOVE WIR-ID TO WS-WIRE-DESC-ID

           MOVE WIR-ACC-ID TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-POST-BRANCH TO WS-PR-BRANCH
           MOVE "C" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC
           PERFORM 0700-POST-WIRE-ENTRY

           IF WS-RS-REJECTED
              DISPLAY "THE WIRE WAS NOT POSTED - " WS-RS-REASON
              CLOSE WIRES
              GO TO 0450-END
           END-IF

           MOVE WS-RS-TR-ID TO WIR-TR-ID

           IF WS-SETTLEMENT-ACC NOT = ZEROES
              MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
              MOVE "DEBIT" TO WS-PR-TYPE
              MOVE WIR-TR-ID TO WS-PR-TR-ID
              MOVE WIR-TR-ID TO WS-PR-RELATED-ID
              MOVE "HQ" TO WS-PR-BRANCH
              MOVE "S" TO WS-PR-MODE
              PERFORM 0700-POST-WIRE-ENTRY
           END-IF

           MOVE "RECEIVED" TO WIR-STATUS
           MOVE WS-BUS-DATE TO WIR-DATE
           REWRITE WIR-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING WIRE REGISTER RECORD."
           END-REWRITE
           CLOSE WIRES

           MOVE "Y" TO WS-ITEM-DONE
           COMPUTE WS-FQ-AMOUNT = ZEROES - WIR-AMOUNT
           PERFORM 0660-POST-WIRE-FX-POSITION THRU 0660-END
           DISPLAY "INBOUND WIRE " WIR-ID " POSTED - LEDGER TXN "
                   WIR-TR-ID.
       0450-END.

       0500-RELEASE-EXT-XFER.
           PERFORM 0650-GET-SETTLEMENT-ACC THRU 0650-END
           IF WS-SETTLEMENT-ACC = ZEROES
              DISPLAY "NO SETTLEMENT ACCOUNT IS CONFIGURED "
                      "(intacct.CTL) - EXTERNAL TRANSFERS ARE NOT "
                      "AVAILABLE."
              GO TO 0500-END
           END-IF

           OPEN I-O EXT-XFERS
           IF EXT-XFERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING EXT XFERS FILE: "
                      EXT-XFERS-CHECK-STATUS
              GO TO 0500-END
           END-IF

           MOVE SH-REF-ID TO EXT-ID
           READ EXT-XFERS KEY IS EXT-ID
              INVALID KEY
                 DISPLAY "THE HELD TRANSFER IS NO LONGER ON FILE."
                 CLOSE EXT-XFERS
                 GO TO 0500-END
           END-READ

           MOVE EXT-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE EXT-AMOUNT TO WS-PR-AMOUNT
           MOVE "EXT TO " TO WS-EXT-DESC-TAG
           MOVE EXT-ROUTING-NO TO WS-EXT-DESC-RTN
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
              CLOSE EXT-XFERS
              GO TO 0500-END
           END-IF

           MOVE WS-RS-TR-ID TO EXT-TR-ID

           MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE "EXT FRM" TO WS-EXT-DESC-TAG
           MOVE EXT-ACC-ID TO WS-EXT-DESC-RTN
           MOVE WS-EXT-DESC TO WS-PR-DESC
           MOVE EXT-TR-ID TO WS-PR-TR-ID
           MOVE EXT-TR-ID TO WS-PR-RELATED-ID
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "S" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              DISPLAY "ERROR POSTING SETTLEMENT OFFSET - "
                      WS-RS-REASON
           END-IF

           MOVE "PENDING" TO EXT-STATUS
           MOVE WS-BUS-DATE TO EXT-DATE
           REWRITE EXT-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING EXTERNAL TRANSFER RECORD."
           END-REWRITE
           CLOSE EXT-XFERS

           MOVE "Y" TO WS-ITEM-DONE
           DISPLAY "EXTERNAL TRANSFER " EXT-ID " QUEUED FOR "
                   "ORIGINATION.".
       0500-END.

       0550-RELEASE-PAYEE.
           OPEN I-O EXT-PAYEES
           IF EXT-PAYEES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING EXT PAYEES FILE: "
                      EXT-PAYEES-CHECK-STATUS
              GO TO 0550-END
           END-IF

           MOVE SH-CUST-ID TO EP-CUST-ID
           MOVE SH-NICKNAME TO EP-NICKNAME
           READ EXT-PAYEES KEY IS EP-KEY
              INVALID KEY
                 DISPLAY "THE HELD PAYEE IS NO LONGER ON FILE."
                 CLOSE EXT-PAYEES
                 GO TO 0550-END
           END-READ

           MOVE "ACTIVE" TO EP-STATUS
           REWRITE EP-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING EXTERNAL PAYEE RECORD."
                 CLOSE EXT-PAYEES
                 GO TO 0550-END
           END-REWRITE
           CLOSE EXT-PAYEES

           MOVE "Y" TO WS-ITEM-DONE
           DISPLAY "EXTERNAL PAYEE " EP-NICKNAME " IS NOW ACTIVE.".
       0550-END.

       0600-REJECT-ITEM.
           EVALUATE SH-SOURCE
              WHEN "WIRE-OUT"
              WHEN "WIRE-IN"
                 OPEN I-O WIRES
                 IF WIRES-CHECK-STATUS = "00"
                    MOVE SH-REF-ID TO WIR-ID
                    READ WIRES KEY IS WIR-ID
                       NOT INVALID KEY
                          MOVE "REJECTED" TO WIR-STATUS
                          REWRITE WIR-DETAILS
                    END-READ
                    CLOSE WIRES
                 END-IF
                 IF SH-SOURCE = "WIRE-IN"
                    DISPLAY "RETURN THE FUNDS TO THE ORIGINATING BANK "
                            WIR-BENE-BANK
                 END-IF
              WHEN "EXTXFER"
                 OPEN I-O EXT-XFERS
                 IF EXT-XFERS-CHECK-STATUS = "00"
                    MOVE SH-REF-ID TO EXT-ID
                    READ EXT-XFERS KEY IS EXT-ID
                       NOT INVALID KEY
                          MOVE "REJECTED" TO EXT-STATUS
                          MOVE WS-REASON-IN TO EXT-RETURN-REASON
                          REWRITE EXT-DETAILS
                    END-READ
                    CLOSE EXT-XFERS
                 END-IF
              WHEN "PAYEE"
                 OPEN I-O EXT-PAYEES
                 IF EXT-PAYEES-CHECK-STATUS = "00"
                    MOVE SH-CUST-ID TO EP-CUST-ID
                    MOVE SH-NICKNAME TO EP-NICKNAME
                    READ EXT-PAYEES KEY IS EP-KEY
                       NOT INVALID KEY
                          MOVE "REJECTED" TO EP-STATUS
                          REWRITE EP-DETAILS
                    END-READ
                    CLOSE EXT-PAYEES
                 END-IF
           END-EVALUATE

           DISPLAY SH-SOURCE " " SH-REF-ID " REJECTED - NOTHING WAS "
                   "POSTED.".
       0600-END.

       0650-GET-SETTLEMENT-ACC.
           MOVE ZEROES TO WS-SETTLEMENT-ACC
           OPEN INPUT INT-ACCT
           IF INT-ACCT-CHECK-STATUS = "00"
              READ INT-ACCT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE IA-SETTLEMENT-ACC TO WS-SETTLEMENT-ACC
              END-READ
              CLOSE INT-ACCT
           END-IF.
       0650-END.

       0660-POST-WIRE-FX-POSITION.
           MOVE "USD" TO WS-WIRE-CCY
           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0660-END
           END-IF
           MOVE WIR-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              NOT INVALID KEY
                 MOVE FD-CURRENCY TO WS-WIRE-CCY
           END-READ
           CLOSE ACCOUNTS

           IF WS-WIRE-CCY = "USD"
              GO TO 0660-END
           END-IF

           MOVE "P" TO WS-FQ-ACTION
           MOVE WS-WIRE-CCY TO WS-FQ-CCY
           MOVE ZEROES TO WS-FQ-RATE
           MOVE "reviewScreenHolds" TO WS-FQ-SOURCE
           MOVE WIR-ID TO WS-FQ-REF
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT.
       0660-END.

       0700-POST-WIRE-ENTRY.
           MOVE WIR-AMOUNT TO WS-PR-AMOUNT
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
       0700-END.

       0750-WRITE-WIRE-DOCUMENT.
           MOVE SPACES TO WS-DOC-NAME
           STRING "wire_" WIR-ID ".TXT"
              DELIMITED BY SIZE INTO WS-DOC-NAME

           OPEN OUTPUT WIRE-DOC
           IF WIRE-DOC-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING WIRE DOCUMENT: "
                      WIRE-DOC-CHECK-STATUS
              GO TO 0750-END
           END-IF

           MOVE SPACES TO WIRE-DOC-LINE
           STRING "OUTBOUND WIRE INSTRUCTION - WIRE " WIR-ID
              DELIMITED BY SIZE INTO WIRE-DOC-LINE
           WRITE WIRE-DOC-LINE

           MOVE SPACES TO WIRE-DOC-LINE
           STRING "VALUE DATE:  " WIR-DATE
              DELIMITED BY SIZE INTO WIRE-DOC-LINE
           WRITE WIRE-DOC-LINE

           MOVE SPACES TO WIRE-DOC-LINE
           STRING "AMOUNT:      " WIR-AMOUNT
              DELIMITED BY SIZE INTO WIRE-DOC-LINE
           WRITE WIRE-DOC-LINE

           MOVE SPACES TO WIRE-DOC-LINE
           STRING "ORDERING ACCT: " WIR-ACC-ID
              DELIMITED BY SIZE INTO WIRE-DOC-LINE
           WRITE WIRE-DOC-LINE

           MOVE SPACES TO WIRE-DOC-LINE
           STRING "BENEFICIARY: " WIR-BENE-NAME
              DELIMITED BY SIZE INTO WIRE-DOC-LINE
           WRITE WIRE-DOC-LINE

           MOVE SPACES TO WIRE-DOC-LINE
           STRING "ADDRESS:     " WIR-BENE-ADDRESS
              DELIMITED BY SIZE INTO WIRE-DOC-LINE
           WRITE WIRE-DOC-LINE

           MOVE SPACES TO WIRE-DOC-LINE
           STRING "BENE BANK:   " WIR-BENE-BANK
              DELIMITED BY SIZE INTO WIRE-DOC-LINE
           WRITE WIRE-DOC-LINE

           MOVE SPACES TO WIRE-DOC-LINE
           STRING "BENE ACCT:   " WIR-BENE-ACC-NO
              DELIMITED BY SIZE INTO WIRE-DOC-LINE
           WRITE WIRE-DOC-LINE

           MOVE SPACES TO WIRE-DOC-LINE
           STRING "REFERENCE:   " WIR-REFERENCE
              DELIMITED BY SIZE INTO WIRE-DOC-LINE
           WRITE WIRE-DOC-LINE

           MOVE SPACES TO WIRE-DOC-LINE
           STRING "SCREENING HOLD " SH-ID " RELEASED BY " WS-SUP-ID
              DELIMITED BY SIZE INTO WIRE-DOC-LINE
           WRITE WIRE-DOC-LINE

           CLOSE WIRE-DOC

           DISPLAY "WIRE INSTRUCTION WRITTEN TO " WS-DOC-NAME

           MOVE "WIRE INSTRUCTION" TO WS-CAT-REPORT-NAME
           MOVE WS-DOC-NAME TO WS-CAT-FILE-NAME
           MOVE WIR-REFERENCE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS.
       0750-END.

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
                  " " WS-AUDIT-OPERATOR " reviewScreenHolds: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
