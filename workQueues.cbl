       IDENTIFICATION DIVISION.
       PROGRAM-ID. workQueues.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PENDING-CHANGES ASSIGN TO "pendingchg.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCH-ID
           FILE STATUS IS PENDING-CHANGES-CHECK-STATUS.

       SELECT TRANSACTIONS ASSIGN TO "transactions.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           ALTERNATE RECORD KEY IS TR-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS TRANSACTIONS-CHECK-STATUS.

       SELECT MEMO-QUEUE ASSIGN TO "memoqueue.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MQ-ID
           FILE STATUS IS MEMO-QUEUE-CHECK-STATUS.

       SELECT FX-PENDING ASSIGN TO "fxpending.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FXP-KEY
           FILE STATUS IS FX-PENDING-CHECK-STATUS.

       SELECT POS-EXCEPT ASSIGN TO "posexcept.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PX-ID
           FILE STATUS IS POS-EXCEPT-CHECK-STATUS.

       SELECT AML-ALERTS ASSIGN TO "amlalerts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AA-ID
           FILE STATUS IS AML-ALERTS-CHECK-STATUS.

       SELECT DISPUTES ASSIGN TO "disputes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-ID
           FILE STATUS IS DISPUTES-CHECK-STATUS.

       SELECT SUSPENSE ASSIGN TO "suspense.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-ID
           FILE STATUS IS SUSPENSE-CHECK-STATUS.

       SELECT ACCT-APPS ASSIGN TO "acctapps.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-ID
           FILE STATUS IS ACCT-APPS-CHECK-STATUS.

       SELECT OPERATORS ASSIGN TO "operators.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS OPERATORS-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT WORKQ-CONTROL ASSIGN TO "workq.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORKQ-CTL-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  TRANSACTIONS.
       01  FD-TRANSACTION-DETAILS.
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

       FD  MEMO-QUEUE.
       01  MQ-DETAILS.
           05 MQ-ID                  PIC 9(7).
           05 MQ-ACC-ID              PIC 9(8).
           05 MQ-TYPE                PIC X(6).
           05 MQ-AMOUNT              PIC 9(9)V99.
           05 MQ-DESC                PIC X(20).
           05 MQ-TXN-CODE            PIC X(4).
           05 MQ-CHECK-NO            PIC 9(6).
           05 MQ-CAPTURED-AT         PIC X(26).
           05 MQ-OPERATOR            PIC X(8).
           05 MQ-BRANCH              PIC X(4).
           05 MQ-STATUS              PIC X(8).
           05 MQ-REASON              PIC X(30).

       FD  FX-PENDING.
       01  FXP-DETAILS.
           05 FXP-KEY.
               10 FXP-FROM-CCY       PIC X(3).
               10 FXP-TO-CCY         PIC X(3).
           05 FXP-RATE               PIC 9(3)V9(6).
           05 FXP-OLD-RATE           PIC 9(3)V9(6).
           05 FXP-FEED-DATE          PIC X(10).
           05 FXP-STATUS             PIC X(8).

       FD  POS-EXCEPT.
       01  PX-DETAILS.
           05 PX-ID                  PIC 9(7).
           05 PX-ACC-ID              PIC 9(8).
           05 PX-CHECK-NO            PIC 9(6).
           05 PX-AMOUNT              PIC 9(9)V99.
           05 PX-ISSUED-AMOUNT       PIC 9(9)V99.
           05 PX-REASON              PIC X(20).
           05 PX-DATE                PIC X(10).
           05 PX-STATUS              PIC X(8).
           05 PX-DECIDED-BY          PIC X(8).

       FD  AML-ALERTS.
       01  AA-DETAILS.
           05 AA-ID                  PIC 9(7).
           05 AA-RULE-ID             PIC 9(4).
           05 AA-DATE                PIC X(10).
           05 AA-ACC-ID              PIC 9(8).
           05 AA-CUST-ID             PIC 9(6).
           05 AA-COUNT               PIC 9(5).
           05 AA-AMOUNT              PIC 9(11)V99.
           05 AA-STATUS              PIC X(8).
           05 AA-WORKED-BY           PIC X(8).
           05 AA-NOTE                PIC X(30).

       FD  DISPUTES.
       01  DSP-DETAILS.
           05 DSP-ID              PIC 9(7).
           05 DSP-TR-ID           PIC 9(9).
           05 DSP-ACC-ID          PIC 9(8).
           05 DSP-REASON          PIC X(30).
           05 DSP-OPENED          PIC X(10).
           05 DSP-STATUS          PIC X(10).
           05 DSP-PROV-TR-ID      PIC 9(9).
           05 DSP-RESOLUTION      PIC X(30).
           05 DSP-CLOSED          PIC X(10).

       FD  SUSPENSE.
       01  SUS-DETAILS.
           05 SUS-ID                 PIC 9(7).
           05 SUS-SOURCE             PIC X(8).
           05 SUS-DATE               PIC X(10).
           05 SUS-ACC-ID             PIC 9(8).
           05 SUS-AMOUNT             PIC 9(9)V99.
           05 SUS-TYPE               PIC X(6).
           05 SUS-DESC               PIC X(30).
           05 SUS-REASON-CODE        PIC X(4).
           05 SUS-STATUS             PIC X(8).
           05 SUS-RESOLVED-BY        PIC X(8).
           05 SUS-RESOLVED-AT        PIC X(10).

       FD  ACCT-APPS.
       01  AP-DETAILS.
           05 AP-ID                  PIC 9(7).
           05 AP-CUST-ID             PIC 9(6).
           05 AP-ACC-TYPE            PIC X(10).
           05 AP-BRANCH              PIC X(4).
           05 AP-CURRENCY            PIC X(3).
           05 AP-STATUS              PIC X(8).
           05 AP-RECEIVED-AT         PIC X(10).
           05 AP-DEADLINE            PIC X(10).
           05 AP-FUND-AMOUNT         PIC 9(9)V99.
           05 AP-REQ-DOC             OCCURS 4 TIMES PIC X(8).
           05 AP-GOT-DOC             OCCURS 4 TIMES PIC X(8).
           05 AP-ACC-ID              PIC 9(8).

       FD  OPERATORS.
       01  OP-DETAILS.
           02 OP-ID                PIC X(8).
           02 OP-NAME              PIC X(20).
           02 OP-PASSWORD          PIC X(10).
           02 OP-ROLE              PIC X(10).
           02 OP-PWD-CHANGED-AT    PIC X(10).
           02 OP-FORCE-CHANGE      PIC X(1).
           02 OP-FAILED-TRIES      PIC 9(2).
           02 OP-LOCKED            PIC X(1).
           02 OP-BRANCH            PIC X(4).
           02 OP-POST-LIMIT        PIC 9(7)V99.
           02 OP-TRAINEE           PIC X(1).
           02 OP-CUST-ID           PIC 9(6).

       FD  ACCOUNTS.
       01  FD-ACC-DETAILS.
           02 FD-ID                   PIC 9(8).
           02 FD-CUST-ID              PIC 9(6).
           02 FD-FULLNAME             PIC X(13).
           02 FD-TYPE                 PIC X(10).
           02 FD-STATUS               PIC X(7).
           02 FD-CREATED-AT           PIC X(10).
           02 FD-BALANCE              PIC S9(9)V99.
           02 FD-CURRENCY             PIC X(3).
           02 FD-BRANCH               PIC X(4).

       FD  WORKQ-CONTROL.
       01  WORKQ-CONTROL-LINE.
           05 WQC-SLA-DAYS           PIC 9(3) OCCURS 10 TIMES.

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  PENDING-CHANGES-CHECK-STATUS PIC XX.
       01  TRANSACTIONS-CHECK-STATUS    PIC XX.
       01  MEMO-QUEUE-CHECK-STATUS      PIC XX.
       01  FX-PENDING-CHECK-STATUS      PIC XX.
       01  POS-EXCEPT-CHECK-STATUS      PIC XX.
       01  AML-ALERTS-CHECK-STATUS      PIC XX.
       01  DISPUTES-CHECK-STATUS        PIC XX.
       01  SUSPENSE-CHECK-STATUS        PIC XX.
       01  ACCT-APPS-CHECK-STATUS       PIC XX.
       01  OPERATORS-CHECK-STATUS       PIC XX.
       01  ACCOUNTS-CHECK-STATUS        PIC XX.
       01  WORKQ-CTL-CHECK-STATUS       PIC XX.
       01  AUDIT-LOG-CHECK-STATUS       PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-FILE               PIC X VALUE "N".
           88  EOF-FILE              VALUE "Y".
           88  NOT-EOF-FILE          VALUE "N".

       01  WS-IN-BRANCH-FLAG         PIC X VALUE "N".
           88  IN-BRANCH             VALUE "Y".
           88  NOT-IN-BRANCH         VALUE "N".

       01  WS-MENU-OPT               PIC 99.
       01  WS-CONFIRM                PIC X.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-BUS-YMD                PIC 9(8).
       01  WS-BUS-DAYNO              PIC 9(7).

       01  WS-SUP-ROLE               PIC X(10).
           88  WS-SUP-ADMIN          VALUE "ADMIN".
       01  WS-SUP-BRANCH             PIC X(4).
       01  WS-BRANCH-LABEL           PIC X(12).

       01  WS-CHECK-ACC-ID           PIC 9(8).
       01  WS-CHECK-BRANCH           PIC X(4).

       01  WS-RAW-DATE               PIC X(10).
       01  WS-ITEM-YMD               PIC 9(8).
       01  WS-ITEM-AGE               PIC S9(7).
       01  WS-QX                     PIC 99.

       01  WS-QUEUE-TABLE.
           05 WS-Q-ENTRY OCCURS 10 TIMES.
              10 WS-Q-NAME           PIC X(24).
              10 WS-Q-PROGRAM        PIC X(20).
              10 WS-Q-COUNT          PIC 9(5).
              10 WS-Q-OVER           PIC 9(5).
              10 WS-Q-OLDEST-AGE     PIC 9(5).
              10 WS-Q-OLDEST-DATE    PIC X(10).
              10 WS-Q-SLA            PIC 9(3).
              10 WS-Q-AGE-KNOWN      PIC X.

       01  WS-TOTAL-ITEMS            PIC 9(6).
       01  WS-TOTAL-OVER             PIC 9(6).

       01  WS-DASH-LINE.
           05 WS-DL-NO               PIC Z9.
           05 FILLER                 PIC X(3) VALUE " - ".
           05 WS-DL-NAME             PIC X(24).
           05 WS-DL-COUNT            PIC ZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-AGE              PIC X(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-SLA              PIC ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-FLAG             PIC X(22).

       01  WS-AGE-EDIT               PIC ZZZZ9.
       01  WS-OVER-EDIT              PIC ZZZZ9.

       01  WS-WORKQ-MENU.
           02 WS-WORKQ-MENU-LINE   PIC X(72) VALUE ALL "-".
           02 WS-WORKQ-MENU-HEAD   PIC X(70) VALUE
              "     QUEUE                   COUNT  OLDEST  SLA  STATUS".

       PROCEDURE DIVISION.

       0100-MAIN.
           PERFORM 0110-SET-UP THRU 0110-END
           PERFORM 0200-COUNT-QUEUES THRU 0200-END
           PERFORM 0300-SHOW-DASHBOARD THRU 0300-END

           DISPLAY "SELECT A QUEUE TO WORK (0 - EXIT): "
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT > 10
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              PERFORM 0100-MAIN
           END-IF

           PERFORM 0400-WORK-QUEUE THRU 0400-END
           PERFORM 0100-MAIN.
       0100-END.

       0110-SET-UP.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           MOVE WS-BUS-DATE TO WS-RAW-DATE
           PERFORM 0280-DATE-TO-YMD THRU 0280-END
           MOVE WS-ITEM-YMD TO WS-BUS-YMD
           COMPUTE WS-BUS-DAYNO = FUNCTION INTEGER-OF-DATE (WS-BUS-YMD)

           MOVE SPACES TO WS-SUP-ROLE
           MOVE SESSION-BRANCH-ID TO WS-SUP-BRANCH
           IF WS-SUP-BRANCH = LOW-VALUES
              MOVE SPACES TO WS-SUP-BRANCH
           END-IF

           OPEN INPUT OPERATORS
           IF OPERATORS-CHECK-STATUS = "00"
              MOVE SESSION-OPERATOR-ID TO OP-ID
              READ OPERATORS KEY IS OP-ID
                 NOT INVALID KEY
                    MOVE OP-ROLE TO WS-SUP-ROLE
                    IF WS-SUP-BRANCH = SPACES
                       MOVE OP-BRANCH TO WS-SUP-BRANCH
                    END-IF
              END-READ
              CLOSE OPERATORS
           END-IF

           IF WS-SUP-BRANCH = SPACES
              MOVE "ALL BRANCHES" TO WS-BRANCH-LABEL
           ELSE
              MOVE SPACES TO WS-BRANCH-LABEL
              STRING "BRANCH " WS-SUP-BRANCH
                 DELIMITED BY SIZE INTO WS-BRANCH-LABEL
           END-IF

           MOVE "PENDING MAINTENANCE"   TO WS-Q-NAME(1)
           MOVE "approveMaintenance"    TO WS-Q-PROGRAM(1)
           MOVE "HELD TRANSACTIONS"     TO WS-Q-NAME(2)
           MOVE "approveTransaction"    TO WS-Q-PROGRAM(2)
           MOVE "MEMO-POST QUEUE"       TO WS-Q-NAME(3)
           MOVE "applyMemoQueue"        TO WS-Q-PROGRAM(3)
           MOVE "HELD FX RATES"         TO WS-Q-NAME(4)
           MOVE "manageFxRates"         TO WS-Q-PROGRAM(4)
           MOVE "POSITIVE PAY EXCEPTIONS" TO WS-Q-NAME(5)
           MOVE "managePositivePay"     TO WS-Q-PROGRAM(5)
           MOVE "OPEN AML ALERTS"       TO WS-Q-NAME(6)
           MOVE "manageAmlRules"        TO WS-Q-PROGRAM(6)
           MOVE "OPEN DISPUTES"         TO WS-Q-NAME(7)
           MOVE "manageDisputes"        TO WS-Q-PROGRAM(7)
           MOVE "SUSPENSE ITEMS"        TO WS-Q-NAME(8)
           MOVE "suspenseConsole"       TO WS-Q-PROGRAM(8)
           MOVE "ACCOUNT APPLICATIONS"  TO WS-Q-NAME(9)
           MOVE "manageAcctApps"        TO WS-Q-PROGRAM(9)
           MOVE "LOCKED OPERATORS"      TO WS-Q-NAME(10)
           MOVE "unlockOperator"        TO WS-Q-PROGRAM(10)

           MOVE 1  TO WS-Q-SLA(1)
           MOVE 1  TO WS-Q-SLA(2)
           MOVE 1  TO WS-Q-SLA(3)
           MOVE 1  TO WS-Q-SLA(4)
           MOVE 1  TO WS-Q-SLA(5)
           MOVE 5  TO WS-Q-SLA(6)
           MOVE 10 TO WS-Q-SLA(7)
           MOVE 3  TO WS-Q-SLA(8)
           MOVE 5  TO WS-Q-SLA(9)
           MOVE 1  TO WS-Q-SLA(10)

           OPEN INPUT WORKQ-CONTROL
           IF WORKQ-CTL-CHECK-STATUS = "00"
              READ WORKQ-CONTROL
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM VARYING WS-QX FROM 1 BY 1
                       UNTIL WS-QX > 10
                       IF WQC-SLA-DAYS(WS-QX) NUMERIC
                          AND WQC-SLA-DAYS(WS-QX) > ZEROES
                          MOVE WQC-SLA-DAYS(WS-QX) TO WS-Q-SLA(WS-QX)
                       END-IF
                    END-PERFORM
              END-READ
              CLOSE WORKQ-CONTROL
           END-IF

           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 10
              MOVE ZEROES TO WS-Q-COUNT(WS-QX)
              MOVE ZEROES TO WS-Q-OVER(WS-QX)
              MOVE ZEROES TO WS-Q-OLDEST-AGE(WS-QX)
              MOVE SPACES TO WS-Q-OLDEST-DATE(WS-QX)
              MOVE "Y" TO WS-Q-AGE-KNOWN(WS-QX)
           END-PERFORM
           MOVE "N" TO WS-Q-AGE-KNOWN(10).
       0110-END.

       0200-COUNT-QUEUES.
           OPEN INPUT ACCOUNTS

           PERFORM 0210-COUNT-MAINTENANCE THRU 0210-END
           PERFORM 0215-COUNT-HELD-TRANS THRU 0215-END
           PERFORM 0220-COUNT-MEMO-QUEUE THRU 0220-END
           PERFORM 0225-COUNT-FX-PENDING THRU 0225-END
           PERFORM 0230-COUNT-POS-EXCEPT THRU 0230-END
           PERFORM 0235-COUNT-AML-ALERTS THRU 0235-END
           PERFORM 0240-COUNT-DISPUTES THRU 0240-END
           PERFORM 0245-COUNT-SUSPENSE THRU 0245-END
           PERFORM 0250-COUNT-APPLICATIONS THRU 0250-END
           PERFORM 0255-COUNT-LOCKED-OPS THRU 0255-END

           IF ACCOUNTS-CHECK-STATUS = "00"
              CLOSE ACCOUNTS
           END-IF.
       0200-END.

       0210-COUNT-MAINTENANCE.
           OPEN INPUT PENDING-CHANGES
           IF PENDING-CHANGES-CHECK-STATUS NOT = "00"
              GO TO 0210-END
           END-IF

           MOVE 1 TO WS-QX
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ PENDING-CHANGES NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF PCH-STATUS = "PENDING"
                       MOVE PCH-ACC-ID TO WS-CHECK-ACC-ID
                       PERFORM 0270-ACCOUNT-IN-BRANCH THRU 0270-END
                       IF IN-BRANCH
                          MOVE PCH-REQUESTED-AT(1:8) TO WS-RAW-DATE
                          PERFORM 0290-TALLY-ITEM THRU 0290-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PENDING-CHANGES.
       0210-END.

       0215-COUNT-HELD-TRANS.
           OPEN INPUT TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              GO TO 0215-END
           END-IF

           MOVE 2 TO WS-QX
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ TRANSACTIONS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF TR-STATUS = "PENDING" OR TR-STATUS = "REVIEW"
                       MOVE TR-BRANCH TO WS-CHECK-BRANCH
                       PERFORM 0275-BRANCH-MATCHES THRU 0275-END
                       IF IN-BRANCH
                          MOVE TR-DATE TO WS-RAW-DATE
                          PERFORM 0290-TALLY-ITEM THRU 0290-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TRANSACTIONS.
       0215-END.

       0220-COUNT-MEMO-QUEUE.
           OPEN INPUT MEMO-QUEUE
           IF MEMO-QUEUE-CHECK-STATUS NOT = "00"
              GO TO 0220-END
           END-IF

           MOVE 3 TO WS-QX
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ MEMO-QUEUE NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF MQ-STATUS = "QUEUED"
                       MOVE MQ-BRANCH TO WS-CHECK-BRANCH
                       PERFORM 0275-BRANCH-MATCHES THRU 0275-END
                       IF IN-BRANCH
                          MOVE MQ-CAPTURED-AT(1:8) TO WS-RAW-DATE
                          PERFORM 0290-TALLY-ITEM THRU 0290-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MEMO-QUEUE.
       0220-END.

       0225-COUNT-FX-PENDING.
           OPEN INPUT FX-PENDING
           IF FX-PENDING-CHECK-STATUS NOT = "00"
              GO TO 0225-END
           END-IF

           MOVE 4 TO WS-QX
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ FX-PENDING NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF FXP-STATUS = "PENDING"
                       MOVE FXP-FEED-DATE TO WS-RAW-DATE
                       PERFORM 0290-TALLY-ITEM THRU 0290-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FX-PENDING.
       0225-END.

       0230-COUNT-POS-EXCEPT.
           OPEN INPUT POS-EXCEPT
           IF POS-EXCEPT-CHECK-STATUS NOT = "00"
              GO TO 0230-END
           END-IF

           MOVE 5 TO WS-QX
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ POS-EXCEPT NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF PX-STATUS = "PENDING"
                       MOVE PX-ACC-ID TO WS-CHECK-ACC-ID
                       PERFORM 0270-ACCOUNT-IN-BRANCH THRU 0270-END
                       IF IN-BRANCH
                          MOVE PX-DATE TO WS-RAW-DATE
                          PERFORM 0290-TALLY-ITEM THRU 0290-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE POS-EXCEPT.
       0230-END.

       0235-COUNT-AML-ALERTS.
           OPEN INPUT AML-ALERTS
           IF AML-ALERTS-CHECK-STATUS NOT = "00"
              GO TO 0235-END
           END-IF

           MOVE 6 TO WS-QX
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ AML-ALERTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF AA-STATUS = "OPEN" OR AA-STATUS = "ESCALATE"
                       MOVE AA-ACC-ID TO WS-CHECK-ACC-ID
                       PERFORM 0270-ACCOUNT-IN-BRANCH THRU 0270-END
                       IF IN-BRANCH
                          MOVE AA-DATE TO WS-RAW-DATE
                          PERFORM 0290-TALLY-ITEM THRU 0290-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AML-ALERTS.
       0235-END.

       0240-COUNT-DISPUTES.
           OPEN INPUT DISPUTES
           IF DISPUTES-CHECK-STATUS NOT = "00"
              GO TO 0240-END
           END-IF

           MOVE 7 TO WS-QX
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ DISPUTES NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF DSP-STATUS NOT = "RESOLVED"
                       MOVE DSP-ACC-ID TO WS-CHECK-ACC-ID
                       PERFORM 0270-ACCOUNT-IN-BRANCH THRU 0270-END
                       IF IN-BRANCH
                          MOVE DSP-OPENED TO WS-RAW-DATE
                          PERFORM 0290-TALLY-ITEM THRU 0290-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DISPUTES.
       0240-END.

       0245-COUNT-SUSPENSE.
           OPEN INPUT SUSPENSE
           IF SUSPENSE-CHECK-STATUS NOT = "00"
              GO TO 0245-END
           END-IF

           MOVE 8 TO WS-QX
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ SUSPENSE NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF SUS-STATUS = "OPEN"
                       IF SUS-ACC-ID = ZEROES
                          SET IN-BRANCH TO TRUE
                       ELSE
                          MOVE SUS-ACC-ID TO WS-CHECK-ACC-ID
                          PERFORM 0270-ACCOUNT-IN-BRANCH
                             THRU 0270-END
                       END-IF
                       IF IN-BRANCH
                          MOVE SUS-DATE TO WS-RAW-DATE
                          PERFORM 0290-TALLY-ITEM THRU 0290-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SUSPENSE.
       0245-END.

       0250-COUNT-APPLICATIONS.
           OPEN INPUT ACCT-APPS
           IF ACCT-APPS-CHECK-STATUS NOT = "00"
              GO TO 0250-END
           END-IF

           MOVE 9 TO WS-QX
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ ACCT-APPS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF AP-STATUS = "DOCSPEND" OR AP-STATUS = "APPROVED"
                       OR AP-STATUS = "FUNDED"
                       MOVE AP-BRANCH TO WS-CHECK-BRANCH
                       PERFORM 0275-BRANCH-MATCHES THRU 0275-END
                       IF IN-BRANCH
                          MOVE AP-RECEIVED-AT TO WS-RAW-DATE
                          PERFORM 0290-TALLY-ITEM THRU 0290-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ACCT-APPS.
       0250-END.

       0255-COUNT-LOCKED-OPS.
           OPEN INPUT OPERATORS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              GO TO 0255-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ OPERATORS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF OP-LOCKED = "Y"
                       MOVE OP-BRANCH TO WS-CHECK-BRANCH
                       PERFORM 0275-BRANCH-MATCHES THRU 0275-END
                       IF IN-BRANCH
                          ADD 1 TO WS-Q-COUNT(10)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE OPERATORS.
       0255-END.

       0270-ACCOUNT-IN-BRANCH.
           SET IN-BRANCH TO TRUE
           IF WS-SUP-BRANCH = SPACES
              GO TO 0270-END
           END-IF

           SET NOT-IN-BRANCH TO TRUE
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0270-END
           END-IF

           MOVE WS-CHECK-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              NOT INVALID KEY
                 IF FD-BRANCH = WS-SUP-BRANCH
                    SET IN-BRANCH TO TRUE
                 END-IF
           END-READ.
       0270-END.

       0275-BRANCH-MATCHES.
           SET IN-BRANCH TO TRUE
           IF WS-SUP-BRANCH NOT = SPACES
              AND WS-CHECK-BRANCH NOT = WS-SUP-BRANCH
              SET NOT-IN-BRANCH TO TRUE
           END-IF.
       0275-END.

       0280-DATE-TO-YMD.
           MOVE WS-BUS-YMD TO WS-ITEM-YMD
           IF WS-RAW-DATE(5:1) = "-"
              IF WS-RAW-DATE(1:4) NUMERIC
                 AND WS-RAW-DATE(6:2) NUMERIC
                 AND WS-RAW-DATE(9:2) NUMERIC
                 STRING WS-RAW-DATE(1:4) WS-RAW-DATE(6:2)
                        WS-RAW-DATE(9:2)
                    DELIMITED BY SIZE INTO WS-ITEM-YMD
              END-IF
           ELSE
              IF WS-RAW-DATE(1:8) NUMERIC
                 MOVE WS-RAW-DATE(1:8) TO WS-ITEM-YMD
              END-IF
           END-IF.
       0280-END.

       0290-TALLY-ITEM.
           ADD 1 TO WS-Q-COUNT(WS-QX)
           PERFORM 0280-DATE-TO-YMD THRU 0280-END

           COMPUTE WS-ITEM-AGE = WS-BUS-DAYNO
                   - FUNCTION INTEGER-OF-DATE (WS-ITEM-YMD)
           IF WS-ITEM-AGE < ZEROES
              MOVE ZEROES TO WS-ITEM-AGE
           END-IF

           IF WS-ITEM-AGE > WS-Q-SLA(WS-QX)
              ADD 1 TO WS-Q-OVER(WS-QX)
           END-IF

           IF WS-Q-OLDEST-DATE(WS-QX) = SPACES
              OR WS-ITEM-AGE > WS-Q-OLDEST-AGE(WS-QX)
              MOVE WS-ITEM-AGE TO WS-Q-OLDEST-AGE(WS-QX)
              MOVE WS-RAW-DATE TO WS-Q-OLDEST-DATE(WS-QX)
           END-IF.
       0290-END.

       0300-SHOW-DASHBOARD.
           MOVE ZEROES TO WS-TOTAL-ITEMS
           MOVE ZEROES TO WS-TOTAL-OVER

           DISPLAY WS-WORKQ-MENU-LINE
           DISPLAY "SUPERVISOR WORK QUEUES - " WS-BRANCH-LABEL
                   " - BUSINESS DATE " WS-BUS-DATE
           DISPLAY WS-WORKQ-MENU-LINE
           DISPLAY WS-WORKQ-MENU-HEAD

           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 10
              PERFORM 0310-SHOW-QUEUE-LINE THRU 0310-END
           END-PERFORM

           DISPLAY WS-WORKQ-MENU-LINE
           DISPLAY "ITEMS WAITING: " WS-TOTAL-ITEMS
                   "   PAST SERVICE LEVEL: " WS-TOTAL-OVER
           DISPLAY "AGES ARE IN DAYS. SERVICE LEVELS COME FROM "
                   "workq.CTL."
           DISPLAY WS-WORKQ-MENU-LINE.
       0300-END.

       0310-SHOW-QUEUE-LINE.
           ADD WS-Q-COUNT(WS-QX) TO WS-TOTAL-ITEMS
           ADD WS-Q-OVER(WS-QX) TO WS-TOTAL-OVER

           MOVE WS-QX TO WS-DL-NO
           MOVE WS-Q-NAME(WS-QX) TO WS-DL-NAME
           MOVE WS-Q-COUNT(WS-QX) TO WS-DL-COUNT
           MOVE WS-Q-SLA(WS-QX) TO WS-DL-SLA
           MOVE SPACES TO WS-DL-AGE
           MOVE SPACES TO WS-DL-FLAG

           IF WS-Q-COUNT(WS-QX) = ZEROES
              MOVE "     -" TO WS-DL-AGE
              MOVE "CLEAR" TO WS-DL-FLAG
           ELSE
              IF WS-Q-AGE-KNOWN(WS-QX) = "Y"
                 MOVE WS-Q-OLDEST-AGE(WS-QX) TO WS-AGE-EDIT
                 MOVE WS-AGE-EDIT TO WS-DL-AGE(2:5)
              ELSE
                 MOVE "   n/a" TO WS-DL-AGE
              END-IF
              IF WS-Q-OVER(WS-QX) > ZEROES
                 MOVE WS-Q-OVER(WS-QX) TO WS-OVER-EDIT
                 STRING "*** " WS-OVER-EDIT " PAST SLA ***"
                    DELIMITED BY SIZE INTO WS-DL-FLAG
              ELSE
                 MOVE "WITHIN SLA" TO WS-DL-FLAG
              END-IF
           END-IF

           DISPLAY WS-DASH-LINE.
       0310-END.

       0400-WORK-QUEUE.
           MOVE WS-MENU-OPT TO WS-QX

           IF WS-QX = 4 AND NOT WS-SUP-ADMIN
              DISPLAY "ACCESS DENIED - ADMIN ROLE REQUIRED."
              GO TO 0400-END
           END-IF

           IF WS-QX = 3
              DISPLAY "POST ALL " WS-Q-COUNT(3) " QUEUED MEMO "
                      "ITEM(S) BANK-WIDE NOW? (Y/N): "
              ACCEPT WS-CONFIRM
              MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
              IF WS-CONFIRM NOT = "Y"
                 GO TO 0400-END
              END-IF
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "WORK QUEUE " WS-Q-NAME(WS-QX) " COUNT "
                  WS-Q-COUNT(WS-QX) " OVER " WS-Q-OVER(WS-QX)
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           CALL WS-Q-PROGRAM(WS-QX).
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
                  " " WS-AUDIT-OPERATOR " workQueues: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
