       IDENTIFICATION DIVISION.
       PROGRAM-ID. backoutRun.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BATCH-RUNS ASSIGN TO "batchruns.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRN-RUN-ID
           FILE STATUS IS BATCH-RUNS-CHECK-STATUS.

       SELECT RUN-ITEMS ASSIGN TO "runitems.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRI-KEY
           ALTERNATE RECORD KEY IS BRI-REVERSAL-ID
               WITH DUPLICATES
           FILE STATUS IS RUN-ITEMS-CHECK-STATUS.

       SELECT TRANSACTIONS ASSIGN TO "transactions.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           ALTERNATE RECORD KEY IS TR-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS TRANSACTIONS-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT SEQ-FILE ASSIGN TO "trseq.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEQ-NAME
           FILE STATUS IS SEQ-CHECK-STATUS.

       SELECT GL-JOURNAL ASSIGN TO "gljournal.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLJ-ID
           FILE STATUS IS GL-JOURNAL-CHECK-STATUS.

       SELECT DISPUTES ASSIGN TO "disputes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-ID
           FILE STATUS IS DISPUTES-CHECK-STATUS.

       SELECT SCHEDULE ASSIGN TO "schedule.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHED-ID
           FILE STATUS IS SCHEDULE-CHECK-STATUS.

       SELECT CD-TERMS ASSIGN TO "cdterms.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-ACC-ID
           FILE STATUS IS CD-TERMS-CHECK-STATUS.

       SELECT INBOUND-FILES ASSIGN TO "inbound.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBF-ID
           FILE STATUS IS INBOUND-CHECK-STATUS.

       SELECT FEE-RUN-CONTROL ASSIGN TO "svcrun.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEE-RUN-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BATCH-RUNS.
       01  BRN-DETAILS.
           05 BRN-RUN-ID             PIC 9(7).
           05 BRN-PROGRAM            PIC X(20).
           05 BRN-REF                PIC X(20).
           05 BRN-INBOUND-ID         PIC 9(7).
           05 BRN-BUS-DATE           PIC X(10).
           05 BRN-STARTED-BY         PIC X(8).
           05 BRN-ITEM-COUNT         PIC 9(7).
           05 BRN-CREDIT-TOTAL       PIC 9(11)V99.
           05 BRN-DEBIT-TOTAL        PIC 9(11)V99.
           05 BRN-STATUS             PIC X(8).
           05 BRN-REVERSED-BY        PIC X(8).
           05 BRN-REVERSED-AT        PIC X(10).

       FD  RUN-ITEMS.
       01  BRI-DETAILS.
           05 BRI-KEY.
               10 BRI-RUN-ID         PIC 9(7).
               10 BRI-TR-ID          PIC 9(9).
               10 BRI-ACC-ID         PIC 9(8).
           05 BRI-TYPE               PIC X(6).
           05 BRI-AMOUNT             PIC 9(9)V99.
           05 BRI-RESTORE            PIC X(40).
           05 BRI-STATUS             PIC X(8).
           05 BRI-REVERSAL-ID        PIC 9(9).
           05 BRI-GLJ-ID             PIC 9(9).
           05 BRI-NOTE               PIC X(20).

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

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05 SEQ-NAME                PIC X(10).
           05 SEQ-NEXT-ID             PIC 9(9).

       FD  GL-JOURNAL.
       01  GLJ-DETAILS.
           05 GLJ-ID                 PIC 9(9).
           05 GLJ-DATE               PIC X(10).
           05 GLJ-TC-CODE            PIC X(4).
           05 GLJ-DR-ACCT            PIC 9(6).
           05 GLJ-CR-ACCT            PIC 9(6).
           05 GLJ-AMOUNT             PIC 9(9)V99.
           05 GLJ-TR-ID              PIC 9(9).
           05 GLJ-BRANCH             PIC X(4).

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

       FD  SCHEDULE.
       01  SCHED-DETAILS.
           02 SCHED-ID           PIC 9(9).
           02 SCHED-ACC-ID       PIC 9(8).
           02 SCHED-TYPE         PIC X(6).
           02 SCHED-AMOUNT       PIC 9(9)V99.
           02 SCHED-DESC         PIC X(20).
           02 SCHED-FREQUENCY    PIC X(7).
           02 SCHED-NEXT-DATE    PIC X(10).
           02 SCHED-STATUS       PIC X(7).

       FD  CD-TERMS.
       01  CD-DETAILS.
           05 CD-ACC-ID           PIC 9(8).
           05 CD-TERM-MONTHS      PIC 9(3).
           05 CD-RATE             PIC V9(4).
           05 CD-PENALTY-RATE     PIC V9(4).
           05 CD-OPEN-DATE        PIC X(10).
           05 CD-MATURITY-DATE    PIC X(10).
           05 CD-DISPOSITION      PIC X(8).
           05 CD-STATUS           PIC X(8).

       FD  INBOUND-FILES.
       01  IBF-DETAILS.
           05 IBF-ID                 PIC 9(7).
           05 IBF-SOURCE             PIC X(12).
           05 IBF-HEADER-ID          PIC X(20).
           05 IBF-CREATED            PIC X(10).
           05 IBF-RECORD-COUNT       PIC 9(7).
           05 IBF-HASH-TOTAL         PIC 9(13)V9(6).
           05 IBF-RECEIVED-DATE      PIC X(10).
           05 IBF-RECEIVED-BY        PIC X(8).
           05 IBF-STATUS             PIC X(8).
           05 IBF-CHECKPOINT         PIC 9(7).
           05 IBF-COMPLETED-AT       PIC X(10).
           05 IBF-OVERRIDE-BY        PIC X(8).
           05 IBF-RERUN-AUTH         PIC X(8).

       FD  FEE-RUN-CONTROL.
       01  FEE-RUN-LINE.
           05 FRC-MONTH              PIC X(7).
           05 FILLER                 PIC X(1).
           05 FRC-RUN-DATE           PIC X(10).
           05 FILLER                 PIC X(1).
           05 FRC-CHARGED-COUNT      PIC 9(7).
           05 FILLER                 PIC X(1).
           05 FRC-STATUS             PIC X(8).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-JNL-PROGRAM          PIC X(20) VALUE "backoutRun".
       01  WS-JNL-FILE             PIC X(12).
       01  WS-JNL-OP               PIC X(8).
       01  WS-JNL-IMAGE            PIC X(120).

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  BATCH-RUNS-CHECK-STATUS   PIC XX.
       01  RUN-ITEMS-CHECK-STATUS    PIC XX.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  SEQ-CHECK-STATUS          PIC XX.
       01  GL-JOURNAL-CHECK-STATUS   PIC XX.
       01  DISPUTES-CHECK-STATUS     PIC XX.
       01  SCHEDULE-CHECK-STATUS     PIC XX.
       01  CD-TERMS-CHECK-STATUS     PIC XX.
       01  INBOUND-CHECK-STATUS      PIC XX.
       01  FEE-RUN-CHECK-STATUS      PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-ERR-CODE               PIC XX.
       01  WS-ERR-CONTEXT            PIC X(30).
       01  WS-ERR-STATUS-MSG         PIC X(40).
       01  WS-ERR-TIMESTAMP          PIC X(26).

       01  WS-EOF-RUNS               PIC X VALUE "N".
           88  EOF-RUNS              VALUE "Y".
           88  NOT-EOF-RUNS          VALUE "N".
       01  WS-EOF-ITEMS              PIC X VALUE "N".
           88  EOF-ITEMS             VALUE "Y".
           88  NOT-EOF-ITEMS         VALUE "N".
       01  WS-EOF-GL                 PIC X VALUE "N".
           88  EOF-GL                VALUE "Y".
           88  NOT-EOF-GL            VALUE "N".
       01  WS-EOF-DISPUTES           PIC X VALUE "N".
           88  EOF-DISPUTES          VALUE "Y".
           88  NOT-EOF-DISPUTES      VALUE "N".
       01  WS-EOF-FEE-RUN            PIC X VALUE "N".
           88  EOF-FEE-RUN           VALUE "Y".
           88  NOT-EOF-FEE-RUN       VALUE "N".

       01  WS-LEDGER-FLAG            PIC X VALUE "N".
           88  LEDGER-OPEN           VALUE "Y".
           88  LEDGER-CLOSED         VALUE "N".
       01  WS-GL-FLAG                PIC X VALUE "N".
           88  GL-OPEN               VALUE "Y".
           88  GL-CLOSED             VALUE "N".
       01  WS-SCHED-FLAG             PIC X VALUE "N".
           88  SCHED-OPEN            VALUE "Y".
           88  SCHED-CLOSED          VALUE "N".
       01  WS-CD-FLAG                PIC X VALUE "N".
           88  CD-OPEN               VALUE "Y".
           88  CD-CLOSED             VALUE "N".
       01  WS-GL-MATCH-FLAG          PIC X VALUE "N".
           88  GL-MATCHED            VALUE "Y".
           88  GL-NOT-MATCHED        VALUE "N".

       01  WS-MENU-OPT               PIC 9.
       01  WS-RUN-ID-IN              PIC 9(7).
       01  WS-CONFIRM                PIC X.
       01  WS-LIST-COUNT             PIC 9(5).

       01  WS-SUP-ID                 PIC X(8).
       01  WS-SUP-OK                 PIC X.
           88  WS-SUP-VERIFIED       VALUE "Y".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-POST-BRANCH            PIC X(4).

       01  WS-LOCK-NAME              PIC X(20).
       01  WS-LOCK-RESULT            PIC X.
           88  WS-LOCK-ACQUIRED      VALUE "Y".
           88  WS-LOCK-DENIED        VALUE "N".
       01  WS-REVERSAL-FLAG          PIC X VALUE "N".
           88  WS-REVERSAL-WRITTEN   VALUE "Y".
           88  WS-REVERSAL-FAILED    VALUE "N".

       01  WS-RUN-PROGRAM            PIC X(20).
       01  WS-RUN-REF                PIC X(20).
       01  WS-RUN-INBOUND-ID         PIC 9(7).
       01  WS-RUN-NEW-STATUS         PIC X(8).
       01  WS-OTHER-RUNS             PIC 9(5).

       01  WS-TALLY-COUNT            PIC 9(7).
       01  WS-TALLY-CREDIT           PIC 9(11)V99.
       01  WS-TALLY-DEBIT            PIC 9(11)V99.
       01  WS-OUTSTANDING-COUNT      PIC 9(7).
       01  WS-LOW-TR-ID              PIC 9(9).
       01  WS-HIGH-TR-ID             PIC 9(9).

       01  WS-REVERSED-COUNT         PIC 9(7).
       01  WS-SKIPPED-COUNT          PIC 9(7).
       01  WS-ALREADY-COUNT          PIC 9(7).
       01  WS-GL-CONTRA-COUNT        PIC 9(7).
       01  WS-REV-CREDIT             PIC 9(11)V99.
       01  WS-REV-DEBIT              PIC 9(11)V99.

       01  WS-ORIG-ID                PIC 9(9).
       01  WS-ORIG-ACC-ID            PIC 9(8).
       01  WS-ORIG-TYPE              PIC X(6).
       01  WS-ORIG-AMOUNT            PIC 9(9)V99.
       01  WS-REVERSAL-ID            PIC 9(9).
       01  WS-REV-TYPE               PIC X(6).
       01  WS-REV-CODE               PIC X(4) VALUE "REV".
       01  WS-SKIP-REASON            PIC X(20).
       01  WS-NEXT-GLJ-ID            PIC 9(9).
       01  WS-GL-DR-ACCT             PIC 9(6).
       01  WS-GL-CR-ACCT             PIC 9(6).
       01  WS-GL-AMOUNT              PIC 9(9)V99.
       01  WS-GL-BRANCH              PIC X(4).

       01  WS-DISPUTE-TABLE.
           05 WS-DT-TR-ID            PIC 9(9) OCCURS 2000 TIMES.
       01  WS-DT-COUNT               PIC 9(4).
       01  WS-DT-IDX                 PIC 9(4).
       01  WS-DISPUTE-FLAG           PIC X VALUE "N".
           88  ITEM-DISPUTED         VALUE "Y".
           88  ITEM-NOT-DISPUTED     VALUE "N".

       01  WS-FEE-RUN-TABLE.
           05 WS-FR-LINE             PIC X(35) OCCURS 500 TIMES.
       01  WS-FR-COUNT               PIC 9(3).
       01  WS-FR-IDX                 PIC 9(3).
       01  WS-FR-REOPENED            PIC 9(3).

       01  WS-AMOUNT-EDIT            PIC Z(10)9.99.
       01  WS-CREDIT-EDIT            PIC Z(10)9.99.
       01  WS-DEBIT-EDIT             PIC Z(10)9.99.

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-BACKOUT-MENU.
           02 WS-BACKOUT-MENU-LINE PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-BACKOUT-MENU-OPT1 PIC X(28)
                                   VALUE "1 - List Batch Runs".
           02 WS-BACKOUT-MENU-OPT2 PIC X(28)
                                   VALUE "2 - Back Out a Batch Run".
           02 WS-BACKOUT-MENU-OPT0 PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-BACKOUT-MENU-LINE
           DISPLAY "BATCH RUN BACK-OUT"
           DISPLAY WS-BACKOUT-MENU-OPT1
           DISPLAY WS-BACKOUT-MENU-OPT2
           DISPLAY WS-BACKOUT-MENU-OPT0
           DISPLAY WS-BACKOUT-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 2
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O BATCH-RUNS
           IF BATCH-RUNS-CHECK-STATUS NOT = "00"
              DISPLAY "NO BATCH RUNS ARE REGISTERED."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O RUN-ITEMS
           IF RUN-ITEMS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BATCH RUN ITEMS: "
                      RUN-ITEMS-CHECK-STATUS
              CLOSE BATCH-RUNS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-LIST-RUNS THRU 0200-END
              WHEN 2
                 PERFORM 0300-BACKOUT-RUN THRU 0300-END
           END-EVALUATE

           CLOSE BATCH-RUNS
           CLOSE RUN-ITEMS
           PERFORM 0100-MAIN.
       0100-END.

       0200-LIST-RUNS.
           MOVE ZEROES TO WS-LIST-COUNT
           MOVE ZEROES TO BRN-RUN-ID
           SET NOT-EOF-RUNS TO TRUE
           START BATCH-RUNS KEY IS NOT LESS THAN BRN-RUN-ID
              INVALID KEY
                 SET EOF-RUNS TO TRUE
           END-START

           PERFORM UNTIL EOF-RUNS
              READ BATCH-RUNS NEXT RECORD
                 AT END
                    SET EOF-RUNS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    MOVE BRN-CREDIT-TOTAL TO WS-CREDIT-EDIT
                    MOVE BRN-DEBIT-TOTAL TO WS-DEBIT-EDIT
                    DISPLAY BRN-RUN-ID " " BRN-PROGRAM " "
                            BRN-REF " " BRN-BUS-DATE " "
                            BRN-STATUS
                    DISPLAY "        ITEMS " BRN-ITEM-COUNT
                            " CR " WS-CREDIT-EDIT
                            " DR " WS-DEBIT-EDIT
                            " BY " BRN-STARTED-BY
                    IF BRN-REVERSED-BY NOT = SPACES
                       DISPLAY "        BACKED OUT BY "
                               BRN-REVERSED-BY " ON "
                               BRN-REVERSED-AT
                    END-IF
              END-READ
           END-PERFORM

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO BATCH RUNS ARE REGISTERED."
           ELSE
              DISPLAY WS-LIST-COUNT " BATCH RUN(S) LISTED."
           END-IF.
       0200-END.

       0300-BACKOUT-RUN.
           DISPLAY "INSERT THE BATCH RUN ID: "
           ACCEPT WS-RUN-ID-IN

           MOVE WS-RUN-ID-IN TO BRN-RUN-ID
           READ BATCH-RUNS KEY IS BRN-RUN-ID
              INVALID KEY
                 DISPLAY "THAT BATCH RUN IS NOT REGISTERED."
                 GO TO 0300-END
           END-READ

           IF BRN-STATUS = "REVERSED"
              DISPLAY "THIS RUN WAS ALREADY BACKED OUT BY "
                      BRN-REVERSED-BY " ON " BRN-REVERSED-AT "."
              GO TO 0300-END
           END-IF

           MOVE BRN-PROGRAM TO WS-RUN-PROGRAM
           MOVE BRN-REF TO WS-RUN-REF
           MOVE BRN-INBOUND-ID TO WS-RUN-INBOUND-ID

           PERFORM 0310-TALLY-ITEMS THRU 0310-END

           MOVE WS-TALLY-CREDIT TO WS-CREDIT-EDIT
           MOVE WS-TALLY-DEBIT TO WS-DEBIT-EDIT
           DISPLAY "RUN " BRN-RUN-ID " " WS-RUN-PROGRAM " "
                   WS-RUN-REF
           DISPLAY "POSTED " BRN-BUS-DATE " BY " BRN-STARTED-BY
                   " STATUS " BRN-STATUS
           DISPLAY "ITEMS   " WS-TALLY-COUNT
           DISPLAY "CREDITS " WS-CREDIT-EDIT
           DISPLAY "DEBITS  " WS-DEBIT-EDIT
           DISPLAY "STILL TO BACK OUT " WS-OUTSTANDING-COUNT

           IF BRN-STATUS = "OPEN"
              DISPLAY "THE RUN DID NOT CLOSE NORMALLY - ITS ITEMS "
                      "ARE BACKED OUT AS RECORDED."
           END-IF

           IF WS-OUTSTANDING-COUNT = ZEROES
              DISPLAY "THERE IS NOTHING LEFT TO BACK OUT."
              GO TO 0300-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN - POSTING IS "
                      "NOT ALLOWED."
              GO TO 0300-END
           END-IF

           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "THE RUN WAS NOT BACKED OUT."
              GO TO 0300-END
           END-IF

           DISPLAY "REVERSE EVERY TRANSACTION IN THIS RUN? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE RUN WAS NOT BACKED OUT."
              GO TO 0300-END
           END-IF

           PERFORM 0320-OPEN-LEDGER THRU 0320-END
           IF LEDGER-CLOSED
              DISPLAY "THE RUN WAS NOT BACKED OUT."
              GO TO 0300-END
           END-IF

           PERFORM 0330-LOAD-DISPUTES THRU 0330-END

           IF GL-OPEN
              PERFORM 0340-MATCH-GL-ENTRIES THRU 0340-END
           END-IF

           MOVE "HQ" TO WS-POST-BRANCH
           IF SESSION-BRANCH-ID NOT = SPACES
              AND SESSION-BRANCH-ID NOT = LOW-VALUES
              MOVE SESSION-BRANCH-ID TO WS-POST-BRANCH
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "backout_" WS-RUN-ID-IN ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME
           OPEN OUTPUT REPORT-OUT

           MOVE SPACES TO REPORT-LINE
           STRING "BACK-OUT OF BATCH RUN " WS-RUN-ID-IN " "
                  WS-RUN-PROGRAM " " WS-RUN-REF
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE " WS-BUS-DATE " SUPERVISOR "
                  WS-SUP-ID
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-REVERSED-COUNT
           MOVE ZEROES TO WS-SKIPPED-COUNT
           MOVE ZEROES TO WS-ALREADY-COUNT
           MOVE ZEROES TO WS-GL-CONTRA-COUNT
           MOVE ZEROES TO WS-REV-CREDIT
           MOVE ZEROES TO WS-REV-DEBIT

           MOVE WS-RUN-ID-IN TO BRI-RUN-ID
           MOVE ZEROES TO BRI-TR-ID
           MOVE ZEROES TO BRI-ACC-ID
           SET NOT-EOF-ITEMS TO TRUE
           START RUN-ITEMS KEY IS NOT LESS THAN BRI-KEY
              INVALID KEY
                 SET EOF-ITEMS TO TRUE
           END-START

           PERFORM UNTIL EOF-ITEMS
              READ RUN-ITEMS NEXT RECORD
                 AT END
                    SET EOF-ITEMS TO TRUE
                 NOT AT END
                    IF BRI-RUN-ID NOT = WS-RUN-ID-IN
                       SET EOF-ITEMS TO TRUE
                    ELSE
                       PERFORM 0400-BACKOUT-ITEM THRU 0400-END
                    END-IF
              END-READ
           END-PERFORM

           PERFORM 0350-CLOSE-LEDGER THRU 0350-END

           IF WS-SKIPPED-COUNT = ZEROES
              MOVE "REVERSED" TO WS-RUN-NEW-STATUS
           ELSE
              MOVE "PARTIAL" TO WS-RUN-NEW-STATUS
           END-IF

           MOVE WS-RUN-ID-IN TO BRN-RUN-ID
           READ BATCH-RUNS KEY IS BRN-RUN-ID
              INVALID KEY
                 DISPLAY "BATCH RUN " WS-RUN-ID-IN
                         " IS MISSING FROM THE REGISTER."
              NOT INVALID KEY
                 MOVE WS-RUN-NEW-STATUS TO BRN-STATUS
                 MOVE WS-SUP-ID TO BRN-REVERSED-BY
                 MOVE WS-BUS-DATE TO BRN-REVERSED-AT
                 REWRITE BRN-DETAILS
           END-READ

           IF WS-RUN-NEW-STATUS = "REVERSED"
              PERFORM 0500-REOPEN-RUN-CONTROL THRU 0500-END
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "RUN CONTROL LEFT CLOSED - "
                     WS-SKIPPED-COUNT " ITEM(S) STILL POSTED"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REV-CREDIT TO WS-CREDIT-EDIT
           MOVE WS-REV-DEBIT TO WS-DEBIT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "REVERSED " WS-REVERSED-COUNT
                  " CREDITS " WS-CREDIT-EDIT
                  " DEBITS " WS-DEBIT-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SKIPPED " WS-SKIPPED-COUNT
                  " ALREADY BACKED OUT " WS-ALREADY-COUNT
                  " GL CONTRA ENTRIES " WS-GL-CONTRA-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN STATUS " WS-RUN-NEW-STATUS
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-OUT

           MOVE "BATCH BACKOUT" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING WS-RUN-ID-IN " " WS-RUN-PROGRAM
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "BATCH RUN " WS-RUN-ID-IN " BACK-OUT COMPLETE - "
                   "STATUS " WS-RUN-NEW-STATUS
           DISPLAY "TRANSACTIONS REVERSED: " WS-REVERSED-COUNT
           DISPLAY "ITEMS SKIPPED:         " WS-SKIPPED-COUNT
           DISPLAY "ALREADY BACKED OUT:    " WS-ALREADY-COUNT
           DISPLAY "GL CONTRA ENTRIES:     " WS-GL-CONTRA-COUNT
           DISPLAY "BACK-OUT REPORT: " WS-REPORT-NAME

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "BACKOUT RUN " WS-RUN-ID-IN " REV "
                  WS-REVERSED-COUNT " SKIP " WS-SKIPPED-COUNT
                  " SUP " WS-SUP-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END.
       0300-END.

       0310-TALLY-ITEMS.
           MOVE ZEROES TO WS-TALLY-COUNT
           MOVE ZEROES TO WS-TALLY-CREDIT
           MOVE ZEROES TO WS-TALLY-DEBIT
           MOVE ZEROES TO WS-OUTSTANDING-COUNT
           MOVE 999999999 TO WS-LOW-TR-ID
           MOVE ZEROES TO WS-HIGH-TR-ID

           MOVE WS-RUN-ID-IN TO BRI-RUN-ID
           MOVE ZEROES TO BRI-TR-ID
           MOVE ZEROES TO BRI-ACC-ID
           SET NOT-EOF-ITEMS TO TRUE
           START RUN-ITEMS KEY IS NOT LESS THAN BRI-KEY
              INVALID KEY
                 SET EOF-ITEMS TO TRUE
           END-START

           PERFORM UNTIL EOF-ITEMS
              READ RUN-ITEMS NEXT RECORD
                 AT END
                    SET EOF-ITEMS TO TRUE
                 NOT AT END
                    IF BRI-RUN-ID NOT = WS-RUN-ID-IN
                       SET EOF-ITEMS TO TRUE
                    ELSE
                       ADD 1 TO WS-TALLY-COUNT
                       IF BRI-TYPE = "CREDIT"
                          ADD BRI-AMOUNT TO WS-TALLY-CREDIT
                       ELSE
                          ADD BRI-AMOUNT TO WS-TALLY-DEBIT
                       END-IF
                       IF BRI-STATUS NOT = "REVERSED"
                          ADD 1 TO WS-OUTSTANDING-COUNT
                          IF BRI-TR-ID < WS-LOW-TR-ID
                             MOVE BRI-TR-ID TO WS-LOW-TR-ID
                          END-IF
                          IF BRI-TR-ID > WS-HIGH-TR-ID
                             MOVE BRI-TR-ID TO WS-HIGH-TR-ID
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0310-END.

       0320-OPEN-LEDGER.
           SET LEDGER-CLOSED TO TRUE
           SET GL-CLOSED TO TRUE
           SET SCHED-CLOSED TO TRUE
           SET CD-CLOSED TO TRUE

           OPEN I-O TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING TRANSACTIONS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              GO TO 0320-END
           END-IF

           OPEN I-O ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              CLOSE TRANSACTIONS
              GO TO 0320-END
           END-IF

           SET LEDGER-OPEN TO TRUE

           OPEN I-O GL-JOURNAL
           IF GL-JOURNAL-CHECK-STATUS = "00"
              SET GL-OPEN TO TRUE
           END-IF

           OPEN I-O SCHEDULE
           IF SCHEDULE-CHECK-STATUS = "00"
              SET SCHED-OPEN TO TRUE
           END-IF

           OPEN I-O CD-TERMS
           IF CD-TERMS-CHECK-STATUS = "00"
              SET CD-OPEN TO TRUE
           END-IF.
       0320-END.

       0330-LOAD-DISPUTES.
           MOVE ZEROES TO WS-DT-COUNT

           OPEN INPUT DISPUTES
           IF DISPUTES-CHECK-STATUS NOT = "00"
              GO TO 0330-END
           END-IF

           SET NOT-EOF-DISPUTES TO TRUE
           PERFORM UNTIL EOF-DISPUTES
              READ DISPUTES NEXT RECORD
                 AT END
                    SET EOF-DISPUTES TO TRUE
                 NOT AT END
                    IF DSP-STATUS NOT = "RESOLVED"
                       AND DSP-TR-ID NOT < WS-LOW-TR-ID
                       AND DSP-TR-ID NOT > WS-HIGH-TR-ID
                       AND WS-DT-COUNT < 2000
                       ADD 1 TO WS-DT-COUNT
                       MOVE DSP-TR-ID TO WS-DT-TR-ID(WS-DT-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DISPUTES.
       0330-END.

       0340-MATCH-GL-ENTRIES.
           MOVE ZEROES TO GLJ-ID
           SET NOT-EOF-GL TO TRUE
           START GL-JOURNAL KEY IS NOT LESS THAN GLJ-ID
              INVALID KEY
                 SET EOF-GL TO TRUE
           END-START

           PERFORM UNTIL EOF-GL
              READ GL-JOURNAL NEXT RECORD
                 AT END
                    SET EOF-GL TO TRUE
                 NOT AT END
                    IF GLJ-TR-ID NOT < WS-LOW-TR-ID
                       AND GLJ-TR-ID NOT > WS-HIGH-TR-ID
                       PERFORM 0345-MATCH-ONE-ENTRY THRU 0345-END
                    END-IF
              END-READ
           END-PERFORM.
       0340-END.

       0345-MATCH-ONE-ENTRY.
           MOVE WS-RUN-ID-IN TO BRI-RUN-ID
           MOVE GLJ-TR-ID TO BRI-TR-ID
           MOVE ZEROES TO BRI-ACC-ID
           SET NOT-EOF-ITEMS TO TRUE
           SET GL-NOT-MATCHED TO TRUE
           START RUN-ITEMS KEY IS NOT LESS THAN BRI-KEY
              INVALID KEY
                 GO TO 0345-END
           END-START

           PERFORM UNTIL EOF-ITEMS OR GL-MATCHED
              READ RUN-ITEMS NEXT RECORD
                 AT END
                    SET EOF-ITEMS TO TRUE
                 NOT AT END
                    IF BRI-RUN-ID NOT = WS-RUN-ID-IN
                       OR BRI-TR-ID NOT = GLJ-TR-ID
                       SET EOF-ITEMS TO TRUE
                    ELSE
                       IF BRI-GLJ-ID = ZEROES
                          AND BRI-STATUS NOT = "REVERSED"
                          MOVE GLJ-ID TO BRI-GLJ-ID
                          REWRITE BRI-DETAILS
                          SET GL-MATCHED TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0345-END.

       0350-CLOSE-LEDGER.
           CLOSE TRANSACTIONS
           CLOSE ACCOUNTS
           IF GL-OPEN
              CLOSE GL-JOURNAL
           END-IF
           IF SCHED-OPEN
              CLOSE SCHEDULE
           END-IF
           IF CD-OPEN
              CLOSE CD-TERMS
           END-IF
           SET LEDGER-CLOSED TO TRUE
           SET GL-CLOSED TO TRUE
           SET SCHED-CLOSED TO TRUE
           SET CD-CLOSED TO TRUE.
       0350-END.

       0400-BACKOUT-ITEM.
           MOVE SPACES TO WS-SKIP-REASON

           IF BRI-STATUS = "REVERSED"
              ADD 1 TO WS-ALREADY-COUNT
              MOVE "ALREADY REVERSED" TO WS-SKIP-REASON
              PERFORM 0480-LIST-SKIPPED THRU 0480-END
              GO TO 0400-END
           END-IF

           MOVE BRI-TR-ID TO TR-ID
           MOVE BRI-ACC-ID TO TR-ACC-ID
           READ TRANSACTIONS KEY IS TR-KEY
              INVALID KEY
                 MOVE "NOT ON FILE" TO WS-SKIP-REASON
                 GO TO 0400-SKIP
           END-READ

           IF TR-STATUS = "CANCELED"
              ADD 1 TO WS-ALREADY-COUNT
              MOVE "ALREADY CANCELED" TO WS-SKIP-REASON
              PERFORM 0480-LIST-SKIPPED THRU 0480-END
              GO TO 0400-END
           END-IF

           IF TR-STATUS NOT = "ACTIVE"
              STRING "STATUS " TR-STATUS
                 DELIMITED BY SIZE INTO WS-SKIP-REASON
              GO TO 0400-SKIP
           END-IF

           SET ITEM-NOT-DISPUTED TO TRUE
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-COUNT
              IF WS-DT-TR-ID(WS-DT-IDX) = TR-ID
                 SET ITEM-DISPUTED TO TRUE
              END-IF
           END-PERFORM

           IF ITEM-DISPUTED
              MOVE "UNDER DISPUTE" TO WS-SKIP-REASON
              GO TO 0400-SKIP
           END-IF

           MOVE "TRSEQ-TRANSACTN" TO WS-LOCK-NAME
           CALL "acquireLock" USING WS-LOCK-NAME WS-LOCK-RESULT
           IF WS-LOCK-DENIED
              MOVE "ID SEQUENCE LOCKED" TO WS-SKIP-REASON
              GO TO 0400-SKIP
           END-IF

           MOVE TR-ID TO WS-ORIG-ID
           MOVE TR-ACC-ID TO WS-ORIG-ACC-ID
           MOVE TR-TYPE TO WS-ORIG-TYPE
           MOVE TR-AMOUNT TO WS-ORIG-AMOUNT

           MOVE "CANCELED" TO TR-STATUS
           MOVE "TRANSACTIONS" TO WS-JNL-FILE
           MOVE "REWRITE" TO WS-JNL-OP
           MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
           CALL "writeJournal" USING WS-JNL-PROGRAM
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           REWRITE FD-TRANSACTION-DETAILS

           SET WS-REVERSAL-WRITTEN TO TRUE
           PERFORM 0410-GET-REVERSAL-ID THRU 0410-END
           PERFORM 0420-WRITE-REVERSAL-ENTRY THRU 0420-END

           CALL "releaseLock" USING WS-LOCK-NAME

           IF WS-REVERSAL-FAILED
              PERFORM 0425-RESTORE-ORIGINAL THRU 0425-END
              MOVE "REVERSAL NOT WRITTEN" TO WS-SKIP-REASON
              GO TO 0400-SKIP
           END-IF

           PERFORM 0430-REVERSE-BALANCE THRU 0430-END

           IF BRI-GLJ-ID > ZEROES AND GL-OPEN
              PERFORM 0450-POST-GL-CONTRA THRU 0450-END
           END-IF

           IF BRI-RESTORE(1:4) = "SCHD" AND SCHED-OPEN
              PERFORM 0460-RESTORE-SCHEDULE THRU 0460-END
           END-IF

           IF BRI-RESTORE(1:4) = "CDTM" AND CD-OPEN
              PERFORM 0470-RESTORE-CD-TERM THRU 0470-END
           END-IF

           MOVE "REVERSED" TO BRI-STATUS
           MOVE WS-REVERSAL-ID TO BRI-REVERSAL-ID
           MOVE "BACKED OUT" TO BRI-NOTE
           REWRITE BRI-DETAILS

           ADD 1 TO WS-REVERSED-COUNT
           IF WS-ORIG-TYPE = "CREDIT"
              ADD WS-ORIG-AMOUNT TO WS-REV-CREDIT
           ELSE
              ADD WS-ORIG-AMOUNT TO WS-REV-DEBIT
           END-IF

           MOVE WS-ORIG-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "REVERSED TXN " WS-ORIG-ID " ACCT " WS-ORIG-ACC-ID
                  " " WS-ORIG-TYPE " " WS-AMOUNT-EDIT
                  " BY TXN " WS-REVERSAL-ID
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           GO TO 0400-END.

       0400-SKIP.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE "SKIPPED" TO BRI-STATUS
           MOVE WS-SKIP-REASON TO BRI-NOTE
           REWRITE BRI-DETAILS
           PERFORM 0480-LIST-SKIPPED THRU 0480-END.
       0400-END.

       0410-GET-REVERSAL-ID.
           OPEN I-O SEQ-FILE
           IF SEQ-CHECK-STATUS = "35"
              OPEN OUTPUT SEQ-FILE
              CLOSE SEQ-FILE
              OPEN I-O SEQ-FILE
           END-IF

           MOVE "TRANSACTN" TO SEQ-NAME
           READ SEQ-FILE KEY IS SEQ-NAME
              INVALID KEY
                 MOVE 1 TO SEQ-NEXT-ID
                 MOVE 1 TO WS-REVERSAL-ID
                 WRITE SEQ-RECORD
              NOT INVALID KEY
                 MOVE SEQ-NEXT-ID TO WS-REVERSAL-ID
                 COMPUTE SEQ-NEXT-ID = SEQ-NEXT-ID + 1
                 REWRITE SEQ-RECORD
           END-READ

           CLOSE SEQ-FILE.
       0410-END.

       0420-WRITE-REVERSAL-ENTRY.
           MOVE WS-REVERSAL-ID TO TR-ID
           MOVE WS-ORIG-ACC-ID TO TR-ACC-ID
           IF WS-ORIG-TYPE = "CREDIT"
              MOVE "DEBIT" TO WS-REV-TYPE
           ELSE
              MOVE "CREDIT" TO WS-REV-TYPE
           END-IF
           MOVE WS-REV-TYPE TO TR-TYPE
           MOVE WS-ORIG-AMOUNT TO TR-AMOUNT
           MOVE SPACES TO TR-DESC
           STRING "REV OF TXN " WS-ORIG-ID
              DELIMITED BY SIZE INTO TR-DESC
           MOVE WS-BUS-DATE TO TR-DATE
           MOVE "ACTIVE" TO TR-STATUS
           MOVE WS-POST-BRANCH TO TR-BRANCH
           MOVE ZEROES TO TR-CHECK-NO
           MOVE "N" TO TR-SETTLED
           MOVE WS-REV-CODE TO TR-TXN-CODE
           MOVE WS-ORIG-ID TO TR-RELATED-ID

           WRITE FD-TRANSACTION-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING REVERSAL FOR TXN " WS-ORIG-ID
                 SET WS-REVERSAL-FAILED TO TRUE
              NOT INVALID KEY
                 MOVE "TRANSACTIONS" TO WS-JNL-FILE
                 MOVE "WRITE" TO WS-JNL-OP
                 MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
                 CALL "writeJournal" USING WS-JNL-PROGRAM
                      WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           END-WRITE.
       0420-END.

       0425-RESTORE-ORIGINAL.
           MOVE WS-ORIG-ID TO TR-ID
           MOVE WS-ORIG-ACC-ID TO TR-ACC-ID
           READ TRANSACTIONS KEY IS TR-KEY
              INVALID KEY
                 GO TO 0425-END
           END-READ

           MOVE "ACTIVE" TO TR-STATUS
           MOVE "TRANSACTIONS" TO WS-JNL-FILE
           MOVE "REWRITE" TO WS-JNL-OP
           MOVE FD-TRANSACTION-DETAILS TO WS-JNL-IMAGE
           CALL "writeJournal" USING WS-JNL-PROGRAM
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           REWRITE FD-TRANSACTION-DETAILS.
       0425-END.

       0430-REVERSE-BALANCE.
           MOVE WS-ORIG-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 DISPLAY "ERROR UPDATING BALANCE OF ACCT "
                         WS-ORIG-ACC-ID "."
                 GO TO 0430-END
           END-READ

           IF WS-ORIG-TYPE = "CREDIT"
              COMPUTE FD-BALANCE = FD-BALANCE - WS-ORIG-AMOUNT
           ELSE
              COMPUTE FD-BALANCE = FD-BALANCE + WS-ORIG-AMOUNT
           END-IF

           MOVE "ACCOUNTS" TO WS-JNL-FILE
           MOVE "REWRITE" TO WS-JNL-OP
           MOVE FD-ACC-DETAILS TO WS-JNL-IMAGE
           CALL "writeJournal" USING WS-JNL-PROGRAM
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           REWRITE FD-ACC-DETAILS

           CALL "updateAcctSummary" USING WS-ORIG-ACC-ID WS-REV-TYPE
                WS-ORIG-AMOUNT WS-REV-CODE WS-BUS-DATE FD-BALANCE.
       0430-END.

       0450-POST-GL-CONTRA.
           MOVE BRI-GLJ-ID TO GLJ-ID
           READ GL-JOURNAL KEY IS GLJ-ID
              INVALID KEY
                 GO TO 0450-END
           END-READ

           MOVE GLJ-DR-ACCT TO WS-GL-DR-ACCT
           MOVE GLJ-CR-ACCT TO WS-GL-CR-ACCT
           MOVE GLJ-AMOUNT TO WS-GL-AMOUNT
           MOVE GLJ-BRANCH TO WS-GL-BRANCH

           PERFORM 0455-NEXT-JOURNAL-ID THRU 0455-END

           MOVE WS-NEXT-GLJ-ID TO GLJ-ID
           MOVE WS-BUS-DATE TO GLJ-DATE
           MOVE WS-REV-CODE TO GLJ-TC-CODE
           MOVE WS-GL-CR-ACCT TO GLJ-DR-ACCT
           MOVE WS-GL-DR-ACCT TO GLJ-CR-ACCT
           MOVE WS-GL-AMOUNT TO GLJ-AMOUNT
           MOVE WS-REVERSAL-ID TO GLJ-TR-ID
           MOVE WS-GL-BRANCH TO GLJ-BRANCH

           WRITE GLJ-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING GL CONTRA FOR TXN "
                         WS-ORIG-ID "."
                 GO TO 0450-END
           END-WRITE

           ADD 1 TO WS-GL-CONTRA-COUNT.
       0450-END.

       0455-NEXT-JOURNAL-ID.
           OPEN I-O SEQ-FILE
           IF SEQ-CHECK-STATUS = "35"
              OPEN OUTPUT SEQ-FILE
              CLOSE SEQ-FILE
              OPEN I-O SEQ-FILE
           END-IF

           MOVE "GLJRNL" TO SEQ-NAME
           READ SEQ-FILE KEY IS SEQ-NAME
              INVALID KEY
                 MOVE 1 TO SEQ-NEXT-ID
                 MOVE 1 TO WS-NEXT-GLJ-ID
                 WRITE SEQ-RECORD
              NOT INVALID KEY
                 MOVE SEQ-NEXT-ID TO WS-NEXT-GLJ-ID
                 COMPUTE SEQ-NEXT-ID = SEQ-NEXT-ID + 1
                 REWRITE SEQ-RECORD
           END-READ

           CLOSE SEQ-FILE.
       0455-END.

       0460-RESTORE-SCHEDULE.
           MOVE BRI-RESTORE(5:9) TO SCHED-ID
           READ SCHEDULE KEY IS SCHED-ID
              INVALID KEY
                 GO TO 0460-END
           END-READ

           MOVE BRI-RESTORE(14:10) TO SCHED-NEXT-DATE
           REWRITE SCHED-DETAILS

           MOVE SPACES TO REPORT-LINE
           STRING "SCHEDULE " SCHED-ID " NEXT DATE RESET TO "
                  SCHED-NEXT-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0460-END.

       0470-RESTORE-CD-TERM.
           MOVE WS-ORIG-ACC-ID TO CD-ACC-ID
           READ CD-TERMS KEY IS CD-ACC-ID
              INVALID KEY
                 GO TO 0470-END
           END-READ

           MOVE BRI-RESTORE(5:10) TO CD-OPEN-DATE
           MOVE BRI-RESTORE(15:10) TO CD-MATURITY-DATE
           MOVE BRI-RESTORE(25:8) TO CD-STATUS
           REWRITE CD-DETAILS

           MOVE SPACES TO REPORT-LINE
           STRING "CD ON ACCT " CD-ACC-ID " RESTORED TO MATURITY "
                  CD-MATURITY-DATE " STATUS " CD-STATUS
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0470-END.

       0480-LIST-SKIPPED.
           MOVE BRI-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "SKIPPED  TXN " BRI-TR-ID " ACCT " BRI-ACC-ID
                  " " BRI-TYPE " " WS-AMOUNT-EDIT
                  " - " WS-SKIP-REASON
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "SKIPPED TXN " BRI-TR-ID " ACCT " BRI-ACC-ID
                   " - " WS-SKIP-REASON.
       0480-END.

       0500-REOPEN-RUN-CONTROL.
           EVALUATE WS-RUN-PROGRAM
              WHEN "serviceCharge"
                 PERFORM 0510-REOPEN-FEE-MONTH THRU 0510-END
              WHEN "batchPosting"
                 PERFORM 0520-REOPEN-INBOUND-FILE THRU 0520-END
           END-EVALUATE.
       0500-END.

       0510-REOPEN-FEE-MONTH.
           MOVE ZEROES TO WS-FR-COUNT
           MOVE ZEROES TO WS-FR-REOPENED

           OPEN INPUT FEE-RUN-CONTROL
           IF FEE-RUN-CHECK-STATUS NOT = "00"
              GO TO 0510-END
           END-IF

           SET NOT-EOF-FEE-RUN TO TRUE
           PERFORM UNTIL EOF-FEE-RUN
              READ FEE-RUN-CONTROL
                 AT END
                    SET EOF-FEE-RUN TO TRUE
                 NOT AT END
                    IF FRC-MONTH = WS-RUN-REF(1:7)
                       AND FRC-STATUS NOT = "REVERSED"
                       MOVE "REVERSED" TO FRC-STATUS
                       ADD 1 TO WS-FR-REOPENED
                    END-IF
                    IF WS-FR-COUNT < 500
                       ADD 1 TO WS-FR-COUNT
                       MOVE FEE-RUN-LINE TO WS-FR-LINE(WS-FR-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FEE-RUN-CONTROL

           IF WS-FR-REOPENED = ZEROES
              GO TO 0510-END
           END-IF

           OPEN OUTPUT FEE-RUN-CONTROL
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
              UNTIL WS-FR-IDX > WS-FR-COUNT
              MOVE WS-FR-LINE(WS-FR-IDX) TO FEE-RUN-LINE
              WRITE FEE-RUN-LINE
           END-PERFORM
           CLOSE FEE-RUN-CONTROL

           MOVE SPACES TO REPORT-LINE
           STRING "SERVICE-CHARGE MONTH " WS-RUN-REF(1:7)
                  " REOPENED FOR A CORRECTED RUN"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "SERVICE-CHARGE MONTH " WS-RUN-REF(1:7)
                   " CAN BE CHARGED AGAIN.".
       0510-END.

       0520-REOPEN-INBOUND-FILE.
           IF WS-RUN-INBOUND-ID = ZEROES
              GO TO 0520-END
           END-IF

           MOVE ZEROES TO WS-OTHER-RUNS
           MOVE ZEROES TO BRN-RUN-ID
           SET NOT-EOF-RUNS TO TRUE
           START BATCH-RUNS KEY IS NOT LESS THAN BRN-RUN-ID
              INVALID KEY
                 SET EOF-RUNS TO TRUE
           END-START

           PERFORM UNTIL EOF-RUNS
              READ BATCH-RUNS NEXT RECORD
                 AT END
                    SET EOF-RUNS TO TRUE
                 NOT AT END
                    IF BRN-INBOUND-ID = WS-RUN-INBOUND-ID
                       AND BRN-RUN-ID NOT = WS-RUN-ID-IN
                       AND BRN-STATUS NOT = "REVERSED"
                       ADD 1 TO WS-OTHER-RUNS
                    END-IF
              END-READ
           END-PERFORM

           IF WS-OTHER-RUNS > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "INBOUND FILE " WS-RUN-INBOUND-ID
                     " LEFT CLOSED - " WS-OTHER-RUNS
                     " OTHER RUN(S) OF IT STILL POSTED"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "INBOUND FILE " WS-RUN-INBOUND-ID
                      " WAS ALSO POSTED BY " WS-OTHER-RUNS
                      " OTHER RUN(S) - BACK THEM OUT TO REOPEN IT."
              GO TO 0520-END
           END-IF

           OPEN I-O INBOUND-FILES
           IF INBOUND-CHECK-STATUS NOT = "00"
              GO TO 0520-END
           END-IF

           MOVE WS-RUN-INBOUND-ID TO IBF-ID
           READ INBOUND-FILES KEY IS IBF-ID
              INVALID KEY
                 CLOSE INBOUND-FILES
                 GO TO 0520-END
           END-READ

           MOVE "REVERSED" TO IBF-STATUS
           REWRITE IBF-DETAILS
           CLOSE INBOUND-FILES

           MOVE SPACES TO REPORT-LINE
           STRING "INBOUND FILE " WS-RUN-INBOUND-ID " "
                  IBF-SOURCE " " IBF-HEADER-ID
                  " REOPENED FOR A CORRECTED RUN"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "INBOUND FILE " IBF-HEADER-ID
                   " CAN BE POSTED AGAIN.".
       0520-END.

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
                  " " WS-AUDIT-OPERATOR " backoutRun: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0890-LOG-ERROR.
           CALL "fileStatusMsg" USING WS-ERR-CODE WS-ERR-STATUS-MSG
           DISPLAY "ERROR " WS-ERR-CONTEXT ": " WS-ERR-CODE
                   " - " WS-ERR-STATUS-MSG

           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           OPEN EXTEND ERROR-LOG
           IF ERROR-LOG-CHECK-STATUS = "35"
              OPEN OUTPUT ERROR-LOG
           END-IF

           MOVE SPACES TO ERROR-LOG-RECORD
           STRING WS-ERR-TIMESTAMP(1:8) "-" WS-ERR-TIMESTAMP(9:6)
                  " backoutRun " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
