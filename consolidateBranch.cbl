       IDENTIFICATION DIVISION.
       PROGRAM-ID. consolidateBranch.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BRANCHES ASSIGN TO "branches.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-CODE
           FILE STATUS IS BRANCHES-CHECK-STATUS.

       SELECT BRANCH-MOVES ASSIGN TO "brmoves.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-SOURCE
           FILE STATUS IS BRANCH-MOVES-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT SCHEDULE ASSIGN TO "schedule.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHED-ID
           FILE STATUS IS SCHEDULE-CHECK-STATUS.

       SELECT OPERATORS ASSIGN TO "operators.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS OPERATORS-CHECK-STATUS.

       SELECT DRAWER-FILE ASSIGN TO "drawer.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DRW-KEY
           FILE STATUS IS DRAWER-CHECK-STATUS.

       SELECT VAULT-FILE ASSIGN TO "vault.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VLT-BRANCH
           FILE STATUS IS VAULT-CHECK-STATUS.

       SELECT SD-BOXES ASSIGN TO "sdboxes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDB-KEY
           FILE STATUS IS SD-BOXES-CHECK-STATUS.

       SELECT SD-RENTALS ASSIGN TO "sdrentals.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDR-KEY
           FILE STATUS IS SD-RENTALS-CHECK-STATUS.

       SELECT INTERBRANCH ASSIGN TO "interbranch.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IB-KEY
           FILE STATUS IS INTERBRANCH-CHECK-STATUS.

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

       FD  BRANCHES.
       01  BR-DETAILS.
           02 BR-CODE              PIC X(4).
           02 BR-NAME              PIC X(20).
           02 BR-ADDRESS           PIC X(30).
           02 BR-STATUS            PIC X(7).

       FD  BRANCH-MOVES.
       01  BM-DETAILS.
           05 BM-SOURCE              PIC X(4).
           05 BM-TARGET              PIC X(4).
           05 BM-EFFECTIVE           PIC X(10).
           05 BM-STATUS              PIC X(8).
           05 BM-STEP                PIC 9(1).
           05 BM-ACCOUNTS            PIC 9(7).
           05 BM-OPERATORS           PIC 9(5).
           05 BM-BOXES               PIC 9(5).
           05 BM-NOTICES             PIC 9(7).
           05 BM-VAULT-CASH          PIC S9(11)V99.
           05 BM-STARTED-BY          PIC X(8).
           05 BM-STARTED-AT          PIC X(10).
           05 BM-DONE-AT             PIC X(10).

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

       FD  DRAWER-FILE.
       01  DRW-DETAILS.
           05 DRW-KEY.
               10 DRW-OP-ID          PIC X(8).
               10 DRW-DATE           PIC X(10).
           05 DRW-OPENED-AT          PIC X(26).
           05 DRW-OPENING-CASH       PIC S9(9)V99.
           05 DRW-CASH-IN            PIC S9(9)V99.
           05 DRW-CASH-OUT           PIC S9(9)V99.
           05 DRW-COUNTED-CASH       PIC S9(9)V99.
           05 DRW-OVER-SHORT         PIC S9(9)V99.
           05 DRW-STATUS             PIC X(8).

       FD  VAULT-FILE.
       01  VLT-DETAILS.
           05 VLT-BRANCH             PIC X(4).
           05 VLT-CASH-ON-HAND       PIC S9(11)V99.
           05 VLT-LAST-COUNTED       PIC X(10).
           05 VLT-OVER-SHORT         PIC S9(9)V99.
           05 VLT-STATUS             PIC X(8).

       FD  SD-BOXES.
       01  SDB-DETAILS.
           05 SDB-KEY.
               10 SDB-BRANCH         PIC X(4).
               10 SDB-BOX-NO         PIC 9(4).
           05 SDB-SIZE               PIC X(6).
           05 SDB-ANNUAL-RENT        PIC 9(5)V99.
           05 SDB-STATUS             PIC X(8).

       FD  SD-RENTALS.
       01  SDR-DETAILS.
           05 SDR-KEY.
               10 SDR-BRANCH         PIC X(4).
               10 SDR-BOX-NO         PIC 9(4).
           05 SDR-CUST-ID            PIC 9(6).
           05 SDR-CO-CUST-ID         PIC 9(6).
           05 SDR-ACC-ID             PIC 9(8).
           05 SDR-RENTED-AT          PIC X(10).
           05 SDR-PAID-THRU          PIC X(10).

       FD  INTERBRANCH.
       01  IB-DETAILS.
           05 IB-KEY.
               10 IB-POST-BRANCH     PIC X(4).
               10 IB-ACCT-BRANCH     PIC X(4).
           05 IB-POSITION            PIC S9(11)V99.
           05 IB-LAST-UPDATED        PIC X(10).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-JNL-PROGRAM      PIC X(20) VALUE "consolidateBranch".
       01  WS-JNL-FILE             PIC X(12).
       01  WS-JNL-OP               PIC X(8).
       01  WS-JNL-IMAGE            PIC X(120).

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  BRANCHES-CHECK-STATUS     PIC XX.
       01  BRANCH-MOVES-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  SCHEDULE-CHECK-STATUS     PIC XX.
       01  OPERATORS-CHECK-STATUS    PIC XX.
       01  DRAWER-CHECK-STATUS       PIC XX.
       01  VAULT-CHECK-STATUS        PIC XX.
       01  SD-BOXES-CHECK-STATUS     PIC XX.
       01  SD-RENTALS-CHECK-STATUS   PIC XX.
       01  INTERBRANCH-CHECK-STATUS  PIC XX.
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

       01  WS-EOF-FILE               PIC X VALUE "N".
           88  EOF-FILE              VALUE "Y".
           88  NOT-EOF-FILE          VALUE "N".
       01  WS-EOF-DRAWERS            PIC X VALUE "N".
           88  EOF-DRAWERS           VALUE "Y".
           88  NOT-EOF-DRAWERS       VALUE "N".

       01  WS-REQUEST-FLAG           PIC X VALUE "N".
           88  REQUEST-OK            VALUE "Y".
           88  REQUEST-REJECTED      VALUE "N".
       01  WS-RESUME-FLAG            PIC X VALUE "N".
           88  RESUMING              VALUE "Y".
           88  NOT-RESUMING          VALUE "N".

       01  WS-MENU-OPT               PIC 9.
       01  WS-SOURCE-IN              PIC X(4).
       01  WS-TARGET-IN              PIC X(4).
       01  WS-EFFECTIVE-IN           PIC X(10).
       01  WS-CONFIRM                PIC X.
       01  WS-SOURCE-NAME            PIC X(20).
       01  WS-TARGET-NAME            PIC X(20).

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-ACC-COUNT              PIC 9(7).
       01  WS-ACC-TOTAL              PIC S9(11)V99.
       01  WS-SCHED-COUNT            PIC 9(7).
       01  WS-OP-COUNT               PIC 9(5).
       01  WS-DRAWER-OPEN-COUNT      PIC 9(5).
       01  WS-BOX-COUNT              PIC 9(5).
       01  WS-RENTED-COUNT           PIC 9(5).
       01  WS-VAULT-CASH             PIC S9(11)V99.
       01  WS-IB-COUNT               PIC 9(5).
       01  WS-NOTICE-COUNT           PIC 9(7).
       01  WS-SETTLED-COUNT          PIC 9(5).
       01  WS-RENUMBERED-COUNT       PIC 9(5).

       01  WS-NEXT-BOX-NO            PIC 9(4).
       01  WS-OLD-BOX-NO             PIC 9(4).
       01  WS-NEW-BOX-NO             PIC 9(4).
       01  WS-BOX-SAVE               PIC X(29).
       01  WS-RENTAL-SAVE            PIC X(52).
       01  WS-RENTAL-FLAG            PIC X VALUE "N".
           88  BOX-RENTED            VALUE "Y".
           88  BOX-NOT-RENTED        VALUE "N".
       01  WS-MORE-BOXES-FLAG        PIC X VALUE "Y".
           88  MORE-BOXES            VALUE "Y".
           88  NO-MORE-BOXES         VALUE "N".

       01  WS-IB-TABLE.
           05 WS-IBT-ENTRY OCCURS 300 TIMES.
              10 WS-IBT-POST         PIC X(4).
              10 WS-IBT-ACCT         PIC X(4).
              10 WS-IBT-POSITION     PIC S9(11)V99.
       01  WS-IBT-COUNT              PIC 9(3).
       01  WS-IBT-IDX                PIC 9(3).
       01  WS-NEW-POST               PIC X(4).
       01  WS-NEW-ACCT               PIC X(4).

       01  WS-NOTICE-ACC-ID          PIC 9(8).
       01  WS-NOTICE-EVENT           PIC X(12).
       01  WS-NOTICE-TEXT            PIC X(60).

       01  WS-AMOUNT-EDIT            PIC -Z(10)9.99.

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-CONSOL-MENU.
           02 WS-CONSOL-MENU-LINE  PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-CONSOL-MENU-OPT1  PIC X(30)
                                   VALUE "1 - Preview Consolidation".
           02 WS-CONSOL-MENU-OPT2  PIC X(30)
                                   VALUE "2 - Run Consolidation".
           02 WS-CONSOL-MENU-OPT0  PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-CONSOL-MENU-LINE
           DISPLAY "BRANCH CONSOLIDATION"
           DISPLAY WS-CONSOL-MENU-OPT1
           DISPLAY WS-CONSOL-MENU-OPT2
           DISPLAY WS-CONSOL-MENU-OPT0
           DISPLAY WS-CONSOL-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 2
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0150-GET-REQUEST THRU 0150-END

           IF REQUEST-OK
              EVALUATE WS-MENU-OPT
                 WHEN 1
                    PERFORM 0200-PREVIEW THRU 0200-END
                 WHEN 2
                    PERFORM 0300-RUN-CONSOLIDATION THRU 0300-END
              END-EVALUATE
           END-IF

           PERFORM 0100-MAIN.
       0100-END.

       0150-GET-REQUEST.
           SET REQUEST-REJECTED TO TRUE
           SET NOT-RESUMING TO TRUE

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           DISPLAY "INSERT THE BRANCH BEING CLOSED: "
           MOVE SPACES TO WS-SOURCE-IN
           ACCEPT WS-SOURCE-IN
           MOVE FUNCTION UPPER-CASE (WS-SOURCE-IN) TO WS-SOURCE-IN

           OPEN INPUT BRANCH-MOVES
           IF BRANCH-MOVES-CHECK-STATUS = "00"
              MOVE WS-SOURCE-IN TO BM-SOURCE
              READ BRANCH-MOVES KEY IS BM-SOURCE
                 NOT INVALID KEY
                    IF BM-STATUS = "STARTED"
                       SET RESUMING TO TRUE
                       MOVE BM-TARGET TO WS-TARGET-IN
                       MOVE BM-EFFECTIVE TO WS-EFFECTIVE-IN
                    END-IF
              END-READ
              CLOSE BRANCH-MOVES
           END-IF

           IF RESUMING
              DISPLAY "AN INTERRUPTED CONSOLIDATION OF " WS-SOURCE-IN
                      " INTO " WS-TARGET-IN " EFFECTIVE "
                      WS-EFFECTIVE-IN " IS ON FILE - IT IS RESUMED."
           ELSE
              DISPLAY "INSERT THE RECEIVING BRANCH: "
              MOVE SPACES TO WS-TARGET-IN
              ACCEPT WS-TARGET-IN
              MOVE FUNCTION UPPER-CASE (WS-TARGET-IN) TO WS-TARGET-IN
              DISPLAY "INSERT THE EFFECTIVE BUSINESS DATE "
                      "(YYYY-MM-DD): "
              MOVE SPACES TO WS-EFFECTIVE-IN
              ACCEPT WS-EFFECTIVE-IN
           END-IF

           IF WS-SOURCE-IN = SPACES OR WS-TARGET-IN = SPACES
              DISPLAY "BOTH BRANCH CODES ARE REQUIRED."
              GO TO 0150-END
           END-IF

           IF WS-SOURCE-IN = WS-TARGET-IN
              DISPLAY "A BRANCH CANNOT BE CONSOLIDATED INTO ITSELF."
              GO TO 0150-END
           END-IF

           IF WS-EFFECTIVE-IN(5:1) NOT = "-"
              OR WS-EFFECTIVE-IN(8:1) NOT = "-"
              OR WS-EFFECTIVE-IN(1:4) NOT NUMERIC
              OR WS-EFFECTIVE-IN(6:2) NOT NUMERIC
              OR WS-EFFECTIVE-IN(9:2) NOT NUMERIC
              DISPLAY "THE EFFECTIVE DATE MUST BE YYYY-MM-DD."
              GO TO 0150-END
           END-IF

           OPEN INPUT BRANCHES
           IF BRANCHES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BRANCHES FILE: "
                      BRANCHES-CHECK-STATUS
              GO TO 0150-END
           END-IF

           MOVE WS-SOURCE-IN TO BR-CODE
           READ BRANCHES KEY IS BR-CODE
              INVALID KEY
                 DISPLAY "BRANCH " WS-SOURCE-IN " IS NOT ON FILE."
                 CLOSE BRANCHES
                 GO TO 0150-END
           END-READ

           IF BR-STATUS = "CLOSED"
              DISPLAY "BRANCH " WS-SOURCE-IN " IS ALREADY CLOSED."
              CLOSE BRANCHES
              GO TO 0150-END
           END-IF
           MOVE BR-NAME TO WS-SOURCE-NAME

           MOVE WS-TARGET-IN TO BR-CODE
           READ BRANCHES KEY IS BR-CODE
              INVALID KEY
                 DISPLAY "BRANCH " WS-TARGET-IN " IS NOT ON FILE."
                 CLOSE BRANCHES
                 GO TO 0150-END
           END-READ

           IF BR-STATUS NOT = "ACTIVE"
              DISPLAY "THE RECEIVING BRANCH " WS-TARGET-IN
                      " IS NOT ACTIVE."
              CLOSE BRANCHES
              GO TO 0150-END
           END-IF
           MOVE BR-NAME TO WS-TARGET-NAME

           CLOSE BRANCHES
           SET REQUEST-OK TO TRUE.
       0150-END.

       0200-PREVIEW.
           MOVE SPACES TO WS-REPORT-NAME
           STRING "brprev_" WS-SOURCE-IN ".TXT"
              DELIMITED BY SPACE INTO WS-REPORT-NAME
           OPEN OUTPUT REPORT-OUT

           MOVE SPACES TO REPORT-LINE
           STRING "CONSOLIDATION PREVIEW - NOTHING HAS BEEN MOVED"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 0205-LIST-AFFECTED THRU 0205-END

           CLOSE REPORT-OUT

           MOVE "BRANCH CONSOL PREV" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING WS-SOURCE-IN " TO " WS-TARGET-IN " "
                  WS-EFFECTIVE-IN
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "PREVIEW REPORT: " WS-REPORT-NAME.
       0200-END.

       0205-LIST-AFFECTED.
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSING BRANCH " WS-SOURCE-IN " " WS-SOURCE-NAME
                  " INTO " WS-TARGET-IN " " WS-TARGET-NAME
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EFFECTIVE BUSINESS DATE " WS-EFFECTIVE-IN
                  "   CURRENT BUSINESS DATE " WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 0210-PREVIEW-ACCOUNTS THRU 0210-END
           PERFORM 0220-PREVIEW-SCHEDULES THRU 0220-END
           PERFORM 0230-PREVIEW-OPERATORS THRU 0230-END
           PERFORM 0240-PREVIEW-VAULT THRU 0240-END
           PERFORM 0250-PREVIEW-BOXES THRU 0250-END
           PERFORM 0260-PREVIEW-INTERBRANCH THRU 0260-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACC-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS " WS-ACC-COUNT " BALANCE " WS-AMOUNT-EDIT
                  " SCHEDULED ITEMS " WS-SCHED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATORS " WS-OP-COUNT " OPEN DRAWERS "
                  WS-DRAWER-OPEN-COUNT " SAFE BOXES " WS-BOX-COUNT
                  " RENTED " WS-RENTED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VAULT-CASH TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "VAULT CASH " WS-AMOUNT-EDIT
                  " INTERBRANCH POSITIONS " WS-IB-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "ACCOUNTS:        " WS-ACC-COUNT
           DISPLAY "SCHEDULED ITEMS: " WS-SCHED-COUNT
           DISPLAY "OPERATORS:       " WS-OP-COUNT
                   " (OPEN DRAWERS " WS-DRAWER-OPEN-COUNT ")"
           DISPLAY "SAFE BOXES:      " WS-BOX-COUNT
                   " (RENTED " WS-RENTED-COUNT ")"
           DISPLAY "VAULT CASH:      " WS-AMOUNT-EDIT
           DISPLAY "INTERBRANCH:     " WS-IB-COUNT " POSITION(S)".
       0205-END.

       0210-PREVIEW-ACCOUNTS.
           MOVE ZEROES TO WS-ACC-COUNT
           MOVE ZEROES TO WS-ACC-TOTAL

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0210-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF FD-BRANCH = WS-SOURCE-IN
                       ADD 1 TO WS-ACC-COUNT
                       ADD FD-BALANCE TO WS-ACC-TOTAL
                       MOVE FD-BALANCE TO WS-AMOUNT-EDIT
                       MOVE SPACES TO REPORT-LINE
                       STRING "ACCOUNT   " FD-ID " " FD-FULLNAME " "
                              FD-TYPE " " FD-STATUS " "
                              WS-AMOUNT-EDIT
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ACCOUNTS.
       0210-END.

       0220-PREVIEW-SCHEDULES.
           MOVE ZEROES TO WS-SCHED-COUNT

           OPEN INPUT SCHEDULE
           IF SCHEDULE-CHECK-STATUS NOT = "00"
              GO TO 0220-END
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              CLOSE SCHEDULE
              GO TO 0220-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF SCHED-STATUS = "ACTIVE"
                       MOVE SCHED-ACC-ID TO FD-ID
                       READ ACCOUNTS KEY IS FD-ID
                          NOT INVALID KEY
                             IF FD-BRANCH = WS-SOURCE-IN
                                ADD 1 TO WS-SCHED-COUNT
                                MOVE SPACES TO REPORT-LINE
                                STRING "SCHEDULE  " SCHED-ID
                                       " ACCT " SCHED-ACC-ID " "
                                       SCHED-DESC " NEXT "
                                       SCHED-NEXT-DATE
                                   DELIMITED BY SIZE INTO REPORT-LINE
                                WRITE REPORT-LINE
                             END-IF
                       END-READ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ACCOUNTS
           CLOSE SCHEDULE.
       0220-END.

       0230-PREVIEW-OPERATORS.
           MOVE ZEROES TO WS-OP-COUNT
           MOVE ZEROES TO WS-DRAWER-OPEN-COUNT

           OPEN INPUT OPERATORS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              GO TO 0230-END
           END-IF

           OPEN INPUT DRAWER-FILE

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ OPERATORS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF OP-BRANCH = WS-SOURCE-IN
                       ADD 1 TO WS-OP-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "OPERATOR  " OP-ID " " OP-NAME " "
                              OP-ROLE
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       IF DRAWER-CHECK-STATUS = "00"
                          PERFORM 0235-CHECK-DRAWERS THRU 0235-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF DRAWER-CHECK-STATUS = "00"
              CLOSE DRAWER-FILE
           END-IF
           CLOSE OPERATORS.
       0230-END.

       0235-CHECK-DRAWERS.
           MOVE OP-ID TO DRW-OP-ID
           MOVE LOW-VALUES TO DRW-DATE
           SET NOT-EOF-DRAWERS TO TRUE
           START DRAWER-FILE KEY IS NOT LESS THAN DRW-KEY
              INVALID KEY
                 GO TO 0235-END
           END-START

           PERFORM UNTIL EOF-DRAWERS
              READ DRAWER-FILE NEXT RECORD
                 AT END
                    SET EOF-DRAWERS TO TRUE
                 NOT AT END
                    IF DRW-OP-ID NOT = OP-ID
                       SET EOF-DRAWERS TO TRUE
                    ELSE
                       IF DRW-STATUS = "OPEN"
                          ADD 1 TO WS-DRAWER-OPEN-COUNT
                          MOVE SPACES TO REPORT-LINE
                          STRING "  DRAWER  " DRW-OP-ID " "
                                 DRW-DATE " STILL OPEN - "
                                 "BALANCE IT BEFORE THE MOVE"
                             DELIMITED BY SIZE INTO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0235-END.

       0240-PREVIEW-VAULT.
           MOVE ZEROES TO WS-VAULT-CASH

           OPEN INPUT VAULT-FILE
           IF VAULT-CHECK-STATUS NOT = "00"
              GO TO 0240-END
           END-IF

           MOVE WS-SOURCE-IN TO VLT-BRANCH
           READ VAULT-FILE KEY IS VLT-BRANCH
              NOT INVALID KEY
                 MOVE VLT-CASH-ON-HAND TO WS-VAULT-CASH
                 MOVE VLT-CASH-ON-HAND TO WS-AMOUNT-EDIT
                 MOVE SPACES TO REPORT-LINE
                 STRING "VAULT     " VLT-BRANCH " CASH "
                        WS-AMOUNT-EDIT " COUNTED " VLT-LAST-COUNTED
                        " " VLT-STATUS
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
           END-READ

           CLOSE VAULT-FILE.
       0240-END.

       0250-PREVIEW-BOXES.
           MOVE ZEROES TO WS-BOX-COUNT
           MOVE ZEROES TO WS-RENTED-COUNT

           OPEN INPUT SD-BOXES
           IF SD-BOXES-CHECK-STATUS NOT = "00"
              GO TO 0250-END
           END-IF

           MOVE WS-SOURCE-IN TO SDB-BRANCH
           MOVE ZEROES TO SDB-BOX-NO
           SET NOT-EOF-FILE TO TRUE
           START SD-BOXES KEY IS NOT LESS THAN SDB-KEY
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START

           PERFORM UNTIL EOF-FILE
              READ SD-BOXES NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF SDB-BRANCH NOT = WS-SOURCE-IN
                       SET EOF-FILE TO TRUE
                    ELSE
                       ADD 1 TO WS-BOX-COUNT
                       IF SDB-STATUS NOT = "VACANT"
                          ADD 1 TO WS-RENTED-COUNT
                       END-IF
                       MOVE SPACES TO REPORT-LINE
                       STRING "SAFE BOX  " SDB-BRANCH "-" SDB-BOX-NO
                              " " SDB-SIZE " " SDB-STATUS
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SD-BOXES.
       0250-END.

       0260-PREVIEW-INTERBRANCH.
           MOVE ZEROES TO WS-IB-COUNT

           OPEN INPUT INTERBRANCH
           IF INTERBRANCH-CHECK-STATUS NOT = "00"
              GO TO 0260-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ INTERBRANCH NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF (IB-POST-BRANCH = WS-SOURCE-IN
                       OR IB-ACCT-BRANCH = WS-SOURCE-IN)
                       AND IB-POSITION NOT = ZEROES
                       ADD 1 TO WS-IB-COUNT
                       MOVE IB-POSITION TO WS-AMOUNT-EDIT
                       MOVE SPACES TO REPORT-LINE
                       STRING "DUE       POSTED AT " IB-POST-BRANCH
                              " FOR " IB-ACCT-BRANCH " "
                              WS-AMOUNT-EDIT
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE INTERBRANCH.
       0260-END.

       0300-RUN-CONSOLIDATION.
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN - THE BRANCH "
                      "CANNOT BE CONSOLIDATED."
              GO TO 0300-END
           END-IF

           IF WS-BUS-DATE < WS-EFFECTIVE-IN
              DISPLAY "THE CONSOLIDATION IS EFFECTIVE "
                      WS-EFFECTIVE-IN " - IT CANNOT RUN BEFORE THAT "
                      "BUSINESS DATE."
              GO TO 0300-END
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "brconsol_" WS-SOURCE-IN ".TXT"
              DELIMITED BY SPACE INTO WS-REPORT-NAME
           IF RESUMING
              OPEN EXTEND REPORT-OUT
              IF REPORT-CHECK-STATUS = "35"
                 OPEN OUTPUT REPORT-OUT
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING "RESUMED ON " WS-BUS-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              OPEN OUTPUT REPORT-OUT
              MOVE SPACES TO REPORT-LINE
              STRING "BRANCH CONSOLIDATION RUN"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           PERFORM 0205-LIST-AFFECTED THRU 0205-END

           DISPLAY "MOVE EVERYTHING LISTED FROM " WS-SOURCE-IN
                   " TO " WS-TARGET-IN " AND CLOSE " WS-SOURCE-IN
                   "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              MOVE "NOT CONFIRMED - NOTHING WAS MOVED" TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE REPORT-OUT
              DISPLAY "THE BRANCH WAS NOT CONSOLIDATED."
              GO TO 0300-END
           END-IF

           OPEN I-O BRANCH-MOVES
           IF BRANCH-MOVES-CHECK-STATUS = "35"
              OPEN OUTPUT BRANCH-MOVES
              CLOSE BRANCH-MOVES
              OPEN I-O BRANCH-MOVES
           END-IF

           IF BRANCH-MOVES-CHECK-STATUS NOT = "00"
              MOVE BRANCH-MOVES-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING BRANCH MOVES FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              CLOSE REPORT-OUT
              GO TO 0300-END
           END-IF

           MOVE WS-SOURCE-IN TO BM-SOURCE
           READ BRANCH-MOVES KEY IS BM-SOURCE
              INVALID KEY
                 PERFORM 0310-START-CONTROL THRU 0310-END
              NOT INVALID KEY
                 IF BM-STATUS NOT = "STARTED"
                    PERFORM 0310-START-CONTROL THRU 0310-END
                    REWRITE BM-DETAILS
                 END-IF
           END-READ

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CONSOLIDATE " WS-SOURCE-IN " INTO " WS-TARGET-IN
                  " EFF " WS-EFFECTIVE-IN " FROM STEP " BM-STEP
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           IF BM-STEP < 1
              PERFORM 0410-MOVE-ACCOUNTS THRU 0410-END
              MOVE 1 TO BM-STEP
              PERFORM 0390-SAVE-STEP THRU 0390-END
           END-IF

           IF BM-STEP < 2
              PERFORM 0420-MOVE-OPERATORS THRU 0420-END
              MOVE 2 TO BM-STEP
              PERFORM 0390-SAVE-STEP THRU 0390-END
           END-IF

           IF BM-STEP < 3
              PERFORM 0430-MOVE-BOXES THRU 0430-END
              MOVE 3 TO BM-STEP
              PERFORM 0390-SAVE-STEP THRU 0390-END
           END-IF

           IF BM-STEP < 4
              PERFORM 0440-MERGE-VAULT THRU 0440-END
              MOVE 4 TO BM-STEP
              PERFORM 0390-SAVE-STEP THRU 0390-END
           END-IF

           IF BM-STEP < 5
              PERFORM 0450-SETTLE-INTERBRANCH THRU 0450-END
              MOVE 5 TO BM-STEP
              PERFORM 0390-SAVE-STEP THRU 0390-END
           END-IF

           IF BM-STEP < 6
              PERFORM 0460-CLOSE-BRANCH THRU 0460-END
              MOVE 6 TO BM-STEP
              MOVE "DONE" TO BM-STATUS
              MOVE WS-BUS-DATE TO BM-DONE-AT
              PERFORM 0390-SAVE-STEP THRU 0390-END
           END-IF

           CLOSE BRANCH-MOVES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BM-VAULT-CASH TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "MOVED ACCOUNTS " BM-ACCOUNTS " OPERATORS "
                  BM-OPERATORS " SAFE BOXES " BM-BOXES
                  " NOTICES " BM-NOTICES
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "VAULT CASH TRANSFERRED " WS-AMOUNT-EDIT
                  " - BRANCH " WS-SOURCE-IN " CLOSED"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-OUT

           MOVE "BRANCH CONSOLIDATION" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING WS-SOURCE-IN " TO " WS-TARGET-IN " "
                  WS-EFFECTIVE-IN
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "BRANCH " WS-SOURCE-IN " CONSOLIDATED INTO "
                   WS-TARGET-IN "."
           DISPLAY "ACCOUNTS MOVED:  " BM-ACCOUNTS
           DISPLAY "OPERATORS MOVED: " BM-OPERATORS
           DISPLAY "SAFE BOXES:      " BM-BOXES
           DISPLAY "NOTICES SENT:    " BM-NOTICES
           DISPLAY "REPORT: " WS-REPORT-NAME

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CLOSED BRANCH " WS-SOURCE-IN " INTO " WS-TARGET-IN
                  " ACCTS " BM-ACCOUNTS " OPS " BM-OPERATORS
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END.
       0300-END.

       0310-START-CONTROL.
           MOVE WS-SOURCE-IN TO BM-SOURCE
           MOVE WS-TARGET-IN TO BM-TARGET
           MOVE WS-EFFECTIVE-IN TO BM-EFFECTIVE
           MOVE "STARTED" TO BM-STATUS
           MOVE ZEROES TO BM-STEP
           MOVE ZEROES TO BM-ACCOUNTS
           MOVE ZEROES TO BM-OPERATORS
           MOVE ZEROES TO BM-BOXES
           MOVE ZEROES TO BM-NOTICES
           MOVE ZEROES TO BM-VAULT-CASH
           MOVE "UNKNOWN" TO BM-STARTED-BY
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO BM-STARTED-BY
           END-IF
           MOVE WS-BUS-DATE TO BM-STARTED-AT
           MOVE SPACES TO BM-DONE-AT
           WRITE BM-DETAILS.
       0310-END.

       0390-SAVE-STEP.
           REWRITE BM-DETAILS
           IF BRANCH-MOVES-CHECK-STATUS NOT = "00"
              MOVE BRANCH-MOVES-CHECK-STATUS TO WS-ERR-CODE
              MOVE "SAVING CONSOLIDATION STEP" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
           END-IF.
       0390-END.

       0410-MOVE-ACCOUNTS.
           OPEN I-O ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              GO TO 0410-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF FD-BRANCH = WS-SOURCE-IN
                       PERFORM 0415-MOVE-ONE-ACCOUNT THRU 0415-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ACCOUNTS.
       0410-END.

       0415-MOVE-ONE-ACCOUNT.
           MOVE WS-TARGET-IN TO FD-BRANCH
           MOVE "ACCOUNTS" TO WS-JNL-FILE
           MOVE "REWRITE" TO WS-JNL-OP
           MOVE FD-ACC-DETAILS TO WS-JNL-IMAGE
           CALL "writeJournal" USING WS-JNL-PROGRAM
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           REWRITE FD-ACC-DETAILS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR MOVING ACCT " FD-ID ": "
                      ACCOUNTS-CHECK-STATUS
              GO TO 0415-END
           END-IF

           ADD 1 TO BM-ACCOUNTS

           MOVE SPACES TO REPORT-LINE
           STRING "MOVED ACCOUNT " FD-ID " " FD-FULLNAME
                  " TO " WS-TARGET-IN
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF FD-STATUS NOT = "CLOSED"
              MOVE FD-ID TO WS-NOTICE-ACC-ID
              MOVE "BRANCHMOVE" TO WS-NOTICE-EVENT
              MOVE SPACES TO WS-NOTICE-TEXT
              STRING "YOUR ACCOUNT MOVES FROM BRANCH " WS-SOURCE-IN
                     " TO " WS-TARGET-IN " ON " WS-EFFECTIVE-IN
                 DELIMITED BY SIZE INTO WS-NOTICE-TEXT
              CALL "writeNotice" USING WS-NOTICE-ACC-ID
                   WS-NOTICE-EVENT WS-NOTICE-TEXT
              ADD 1 TO BM-NOTICES
           END-IF.
       0415-END.

       0420-MOVE-OPERATORS.
           OPEN I-O OPERATORS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              MOVE OPERATORS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING OPERATORS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              GO TO 0420-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ OPERATORS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF OP-BRANCH = WS-SOURCE-IN
                       MOVE WS-TARGET-IN TO OP-BRANCH
                       REWRITE OP-DETAILS
                       ADD 1 TO BM-OPERATORS
                       MOVE SPACES TO REPORT-LINE
                       STRING "MOVED OPERATOR " OP-ID " " OP-NAME
                              " TO " WS-TARGET-IN
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE OPERATORS.
       0420-END.

       0430-MOVE-BOXES.
           OPEN I-O SD-BOXES
           IF SD-BOXES-CHECK-STATUS NOT = "00"
              GO TO 0430-END
           END-IF

           OPEN I-O SD-RENTALS
           IF SD-RENTALS-CHECK-STATUS = "35"
              OPEN OUTPUT SD-RENTALS
              CLOSE SD-RENTALS
              OPEN I-O SD-RENTALS
           END-IF

           MOVE ZEROES TO WS-NEXT-BOX-NO
           MOVE WS-TARGET-IN TO SDB-BRANCH
           MOVE ZEROES TO SDB-BOX-NO
           SET NOT-EOF-FILE TO TRUE
           START SD-BOXES KEY IS NOT LESS THAN SDB-KEY
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START

           PERFORM UNTIL EOF-FILE
              READ SD-BOXES NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF SDB-BRANCH NOT = WS-TARGET-IN
                       SET EOF-FILE TO TRUE
                    ELSE
                       MOVE SDB-BOX-NO TO WS-NEXT-BOX-NO
                    END-IF
              END-READ
           END-PERFORM

           SET MORE-BOXES TO TRUE
           PERFORM UNTIL NO-MORE-BOXES
              PERFORM 0435-MOVE-ONE-BOX THRU 0435-END
           END-PERFORM

           CLOSE SD-RENTALS
           CLOSE SD-BOXES.
       0430-END.

       0435-MOVE-ONE-BOX.
           MOVE WS-SOURCE-IN TO SDB-BRANCH
           MOVE ZEROES TO SDB-BOX-NO
           START SD-BOXES KEY IS NOT LESS THAN SDB-KEY
              INVALID KEY
                 SET NO-MORE-BOXES TO TRUE
                 GO TO 0435-END
           END-START

           READ SD-BOXES NEXT RECORD
              AT END
                 SET NO-MORE-BOXES TO TRUE
                 GO TO 0435-END
           END-READ

           IF SDB-BRANCH NOT = WS-SOURCE-IN
              SET NO-MORE-BOXES TO TRUE
              GO TO 0435-END
           END-IF

           MOVE SDB-BOX-NO TO WS-OLD-BOX-NO
           MOVE SDB-DETAILS TO WS-BOX-SAVE

           SET BOX-NOT-RENTED TO TRUE
           MOVE WS-SOURCE-IN TO SDR-BRANCH
           MOVE WS-OLD-BOX-NO TO SDR-BOX-NO
           READ SD-RENTALS KEY IS SDR-KEY
              NOT INVALID KEY
                 SET BOX-RENTED TO TRUE
                 MOVE SDR-DETAILS TO WS-RENTAL-SAVE
           END-READ

           MOVE WS-TARGET-IN TO SDB-BRANCH
           MOVE WS-OLD-BOX-NO TO SDB-BOX-NO
           READ SD-BOXES KEY IS SDB-KEY
              INVALID KEY
                 MOVE WS-OLD-BOX-NO TO WS-NEW-BOX-NO
              NOT INVALID KEY
                 ADD 1 TO WS-NEXT-BOX-NO
                 MOVE WS-NEXT-BOX-NO TO WS-NEW-BOX-NO
                 ADD 1 TO WS-RENUMBERED-COUNT
           END-READ

           IF WS-NEW-BOX-NO > WS-NEXT-BOX-NO
              MOVE WS-NEW-BOX-NO TO WS-NEXT-BOX-NO
           END-IF

           MOVE WS-BOX-SAVE TO SDB-DETAILS
           MOVE WS-TARGET-IN TO SDB-BRANCH
           MOVE WS-NEW-BOX-NO TO SDB-BOX-NO
           WRITE SDB-DETAILS
              INVALID KEY
                 DISPLAY "ERROR MOVING SAFE BOX " WS-SOURCE-IN "-"
                         WS-OLD-BOX-NO
                 SET NO-MORE-BOXES TO TRUE
                 GO TO 0435-END
           END-WRITE

           IF BOX-RENTED
              MOVE WS-RENTAL-SAVE TO SDR-DETAILS
              MOVE WS-TARGET-IN TO SDR-BRANCH
              MOVE WS-NEW-BOX-NO TO SDR-BOX-NO
              WRITE SDR-DETAILS
              MOVE WS-RENTAL-SAVE TO SDR-DETAILS
              DELETE SD-RENTALS RECORD
           END-IF

           MOVE WS-BOX-SAVE TO SDB-DETAILS
           DELETE SD-BOXES RECORD

           ADD 1 TO BM-BOXES

           MOVE SPACES TO REPORT-LINE
           STRING "MOVED SAFE BOX " WS-SOURCE-IN "-" WS-OLD-BOX-NO
                  " TO " WS-TARGET-IN "-" WS-NEW-BOX-NO
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF BOX-RENTED
              MOVE WS-RENTAL-SAVE TO SDR-DETAILS
              IF SDR-ACC-ID > ZEROES
                 MOVE SDR-ACC-ID TO WS-NOTICE-ACC-ID
                 MOVE "BOXMOVE" TO WS-NOTICE-EVENT
                 MOVE SPACES TO WS-NOTICE-TEXT
                 STRING "YOUR SAFE BOX " WS-OLD-BOX-NO
                        " IS NOW BOX " WS-TARGET-IN "-"
                        WS-NEW-BOX-NO " FROM " WS-EFFECTIVE-IN
                    DELIMITED BY SIZE INTO WS-NOTICE-TEXT
                 CALL "writeNotice" USING WS-NOTICE-ACC-ID
                      WS-NOTICE-EVENT WS-NOTICE-TEXT
                 ADD 1 TO BM-NOTICES
              END-IF
           END-IF.
       0435-END.

       0440-MERGE-VAULT.
           OPEN I-O VAULT-FILE
           IF VAULT-CHECK-STATUS NOT = "00"
              GO TO 0440-END
           END-IF

           MOVE WS-SOURCE-IN TO VLT-BRANCH
           READ VAULT-FILE KEY IS VLT-BRANCH
              INVALID KEY
                 CLOSE VAULT-FILE
                 GO TO 0440-END
           END-READ

           IF VLT-STATUS = "CLOSED"
              CLOSE VAULT-FILE
              GO TO 0440-END
           END-IF

           MOVE VLT-CASH-ON-HAND TO BM-VAULT-CASH
           MOVE ZEROES TO VLT-CASH-ON-HAND
           MOVE "CLOSED" TO VLT-STATUS
           MOVE WS-BUS-DATE TO VLT-LAST-COUNTED
           REWRITE VLT-DETAILS
           PERFORM 0390-SAVE-STEP THRU 0390-END

           MOVE WS-TARGET-IN TO VLT-BRANCH
           READ VAULT-FILE KEY IS VLT-BRANCH
              INVALID KEY
                 MOVE WS-TARGET-IN TO VLT-BRANCH
                 MOVE BM-VAULT-CASH TO VLT-CASH-ON-HAND
                 MOVE WS-BUS-DATE TO VLT-LAST-COUNTED
                 MOVE ZEROES TO VLT-OVER-SHORT
                 MOVE "OPEN" TO VLT-STATUS
                 WRITE VLT-DETAILS
              NOT INVALID KEY
                 ADD BM-VAULT-CASH TO VLT-CASH-ON-HAND
                 REWRITE VLT-DETAILS
           END-READ

           CLOSE VAULT-FILE

           MOVE BM-VAULT-CASH TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "MOVED VAULT CASH " WS-AMOUNT-EDIT " FROM "
                  WS-SOURCE-IN " TO " WS-TARGET-IN
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0440-END.

       0450-SETTLE-INTERBRANCH.
           OPEN I-O INTERBRANCH
           IF INTERBRANCH-CHECK-STATUS NOT = "00"
              GO TO 0450-END
           END-IF

           MOVE ZEROES TO WS-IBT-COUNT
           MOVE ZEROES TO WS-SETTLED-COUNT
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ INTERBRANCH NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF (IB-POST-BRANCH = WS-SOURCE-IN
                       OR IB-ACCT-BRANCH = WS-SOURCE-IN)
                       AND WS-IBT-COUNT < 300
                       ADD 1 TO WS-IBT-COUNT
                       MOVE IB-POST-BRANCH
                            TO WS-IBT-POST(WS-IBT-COUNT)
                       MOVE IB-ACCT-BRANCH
                            TO WS-IBT-ACCT(WS-IBT-COUNT)
                       MOVE IB-POSITION
                            TO WS-IBT-POSITION(WS-IBT-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING WS-IBT-IDX FROM 1 BY 1
              UNTIL WS-IBT-IDX > WS-IBT-COUNT
              PERFORM 0455-REHOME-POSITION THRU 0455-END
           END-PERFORM

           CLOSE INTERBRANCH.
       0450-END.

       0455-REHOME-POSITION.
           MOVE WS-IBT-POST(WS-IBT-IDX) TO IB-POST-BRANCH
           MOVE WS-IBT-ACCT(WS-IBT-IDX) TO IB-ACCT-BRANCH
           READ INTERBRANCH KEY IS IB-KEY
              INVALID KEY
                 GO TO 0455-END
           END-READ
           DELETE INTERBRANCH RECORD

           MOVE WS-IBT-POST(WS-IBT-IDX) TO WS-NEW-POST
           MOVE WS-IBT-ACCT(WS-IBT-IDX) TO WS-NEW-ACCT
           IF WS-NEW-POST = WS-SOURCE-IN
              MOVE WS-TARGET-IN TO WS-NEW-POST
           END-IF
           IF WS-NEW-ACCT = WS-SOURCE-IN
              MOVE WS-TARGET-IN TO WS-NEW-ACCT
           END-IF

           MOVE WS-IBT-POSITION(WS-IBT-IDX) TO WS-AMOUNT-EDIT

           IF WS-NEW-POST = WS-NEW-ACCT
              ADD 1 TO WS-SETTLED-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "SETTLED DUE " WS-IBT-POST(WS-IBT-IDX) "/"
                     WS-IBT-ACCT(WS-IBT-IDX) " " WS-AMOUNT-EDIT
                     " - NOW WITHIN " WS-TARGET-IN
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0455-END
           END-IF

           MOVE WS-NEW-POST TO IB-POST-BRANCH
           MOVE WS-NEW-ACCT TO IB-ACCT-BRANCH
           READ INTERBRANCH KEY IS IB-KEY
              INVALID KEY
                 MOVE WS-NEW-POST TO IB-POST-BRANCH
                 MOVE WS-NEW-ACCT TO IB-ACCT-BRANCH
                 MOVE WS-IBT-POSITION(WS-IBT-IDX) TO IB-POSITION
                 MOVE WS-BUS-DATE TO IB-LAST-UPDATED
                 WRITE IB-DETAILS
              NOT INVALID KEY
                 ADD WS-IBT-POSITION(WS-IBT-IDX) TO IB-POSITION
                 MOVE WS-BUS-DATE TO IB-LAST-UPDATED
                 REWRITE IB-DETAILS
           END-READ

           MOVE SPACES TO REPORT-LINE
           STRING "MOVED DUE " WS-IBT-POST(WS-IBT-IDX) "/"
                  WS-IBT-ACCT(WS-IBT-IDX) " " WS-AMOUNT-EDIT
                  " TO " WS-NEW-POST "/" WS-NEW-ACCT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0455-END.

       0460-CLOSE-BRANCH.
           OPEN I-O BRANCHES
           IF BRANCHES-CHECK-STATUS NOT = "00"
              MOVE BRANCHES-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING BRANCHES FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              GO TO 0460-END
           END-IF

           MOVE WS-SOURCE-IN TO BR-CODE
           READ BRANCHES KEY IS BR-CODE
              NOT INVALID KEY
                 MOVE "CLOSED" TO BR-STATUS
                 REWRITE BR-DETAILS
           END-READ

           CLOSE BRANCHES

           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH " WS-SOURCE-IN " MARKED CLOSED"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0460-END.

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
                  " " WS-AUDIT-OPERATOR " consolidateBranch: "
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
                  " consolidateBranch " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
