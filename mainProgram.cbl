           RECORD KEY IS TRM-ID
           FILE STATUS IS TERMINALS-CHECK-STATUS.

       SELECT SIGNON-LOG ASSIGN TO "signonlog.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIGNON-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATORS.
           02 OP-BRANCH            PIC X(4).
           02 OP-POST-LIMIT        PIC 9(7)V99.
           02 OP-TRAINEE           PIC X(1).
           02 OP-CUST-ID           PIC 9(6).

       FD  SESSIONS.
       01  SESS-DETAILS.
           05 TRM-CLASS              PIC X(8).
           05 TRM-ACTIVE             PIC X(1).

       FD  SIGNON-LOG.
       01  SL-DETAILS.
           05 SL-DATE                PIC X(10).
           05 FILLER                 PIC X(1).
           05 SL-TIME                PIC X(6).
           05 FILLER                 PIC X(1).
           05 SL-OP-ID               PIC X(8).
           05 FILLER                 PIC X(1).
           05 SL-ROLE                PIC X(10).
           05 FILLER                 PIC X(1).
           05 SL-TERMINAL            PIC X(8).
           05 FILLER                 PIC X(1).
           05 SL-OUTCOME             PIC X(8).
           05 FILLER                 PIC X(1).
           05 SL-APPROVER            PIC X(8).
           05 FILLER                 PIC X(1).
           05 SL-WINDOW              PIC X(20).

       WORKING-STORAGE SECTION.

       01  OPERATORS-CHECK-STATUS  PIC XX.
       01  WS-SESS-SECS            PIC 9(5).
       01  WS-IDLE-SECS            PIC S9(7).
       01  WS-EXPIRED-COUNT        PIC 9(3).
       01  WS-SESS-END-STATUS      PIC X(8) VALUE "CLOSED".

       01  SIGNON-LOG-CHECK-STATUS PIC XX.
       01  WS-WINDOW-RESULT        PIC X(1).
           88  WS-INSIDE-WINDOW    VALUE "Y".
       01  WS-WINDOW-DESC          PIC X(20).
       01  WS-AFTER-HOURS-FLAG     PIC X VALUE "N".
           88  WS-AFTER-HOURS-GRANTED VALUE "Y".
       01  WS-HOURS-REFUSED        PIC X VALUE "N".
       01  WS-OVERRIDE-ANSWER      PIC X.
       01  WS-SUP-ID               PIC X(8).
       01  WS-SUP-OK               PIC X.
           88  WS-SUP-VERIFIED     VALUE "Y".
       01  WS-SL-OUTCOME           PIC X(8).
       01  WS-SL-APPROVER          PIC X(8).
       01  WS-SL-NOW               PIC X(21).

       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
                                   VALUE "13 - Holiday Calendar".
           02 WS-MAIN-MENU-OPT14   PIC X(22)
                                   VALUE "14 - Terminal Registry".
           02 WS-MAIN-MENU-OPT15   PIC X(23)
                                   VALUE "15 - Operator Relations".
           02 WS-MAIN-MENU-OPT16   PIC X(25)
                                   VALUE "16 - Customer Data Report".
           02 WS-MAIN-MENU-OPT17   PIC X(27)
                                   VALUE "17 - Access Recertification".
           02 WS-MAIN-MENU-OPT18   PIC X(18)
                                   VALUE "18 - Sign-On Hours".
           02 WS-MAIN-MENU-OPT19   PIC X(24)
                                   VALUE "19 - Profitability Table".
           02 WS-MAIN-MENU-OPT20   PIC X(26)
                                   VALUE "20 - Inbound File Registry".
           02 WS-MAIN-MENU-OPT21   PIC X(25)
                                   VALUE "21 - Batch Run Back-Out".
           02 WS-MAIN-MENU-OPT22   PIC X(25)
                                   VALUE "22 - Supervisor Queues".
           02 WS-MAIN-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

                                   VALUE "29 - Relationship Tiers".
           02 WS-ACC-MENU-OPT30   PIC X(23)
                                   VALUE "30 - Safe Deposit Boxes".
           02 WS-ACC-MENU-OPT31   PIC X(16)
                                   VALUE "31 - Debit Cards".
           02 WS-ACC-MENU-OPT32   PIC X(19)
                                   VALUE "32 - Credit Lines".
           02 WS-ACC-MENU-OPT33   PIC X(24)
                                   VALUE "33 - Loan Loss Allowance".
           02 WS-ACC-MENU-OPT34   PIC X(22)
                                   VALUE "34 - Account Analysis".
           02 WS-ACC-MENU-OPT35   PIC X(27)
                                   VALUE "35 - POD Beneficiaries".
           02 WS-ACC-MENU-OPT36   PIC X(31)
                                   VALUE "36 - Authorized Signers/POA".
           02 WS-ACC-MENU-OPT37   PIC X(36)
                          VALUE "37 - Business Owners/Controllers".
           02 WS-ACC-MENU-OPT38   PIC X(15)
                                   VALUE "38 - Households".
           02 WS-ACC-MENU-OPT39   PIC X(15)
                                   VALUE "39 - Complaints".
           02 WS-ACC-MENU-OPT40   PIC X(25)
                                   VALUE "40 - Closure Reason Codes".
           02 WS-ACC-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

                                   VALUE "29 - Txn Chain Trace".
           02 WS-TRAN-MENU-OPT30   PIC X(24)
                                   VALUE "30 - Suspense Subledger".
           02 WS-TRAN-MENU-OPT31   PIC X(30)
                           VALUE "31 - Suspicious Activity Cases".
           02 WS-TRAN-MENU-OPT32   PIC X(26)
                                   VALUE "32 - Watchlist Hold Review".
           02 WS-TRAN-MENU-OPT33   PIC X(21)
                                   VALUE "33 - Kiting Suspects".
           02 WS-TRAN-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0000-START.
           PERFORM 0050-LOGIN THRU 0050-END
           IF LOGGED-IN
              PERFORM 0100-MAIN-MENU
           END-IF
              MOVE "TERM01" TO WS-TERMINAL-ID-IN
           END-IF

           PERFORM 0052-CHECK-TERMINAL THRU 0052-END
           IF WS-TERMINAL-OK NOT = "Y"
              DISPLAY "TERMINAL " WS-TERMINAL-ID-IN " IS NOT A "
                      "REGISTERED ACTIVE TERMINAL - LOGIN REFUSED."
              MOVE "HQ"       TO OP-BRANCH
              MOVE ZEROES     TO OP-POST-LIMIT
              MOVE "N"        TO OP-TRAINEE
              MOVE ZEROES     TO OP-CUST-ID
              WRITE OP-DETAILS
              CLOSE OPERATORS
              DISPLAY "NO OPERATORS FOUND - CREATED DEFAULT ADMIN "
                    ADD 1 TO WS-LOGIN-TRIES
                    DISPLAY "INVALID OPERATOR ID OR PASSWORD."
                 NOT INVALID KEY
                    PERFORM 0057-CHECK-CREDENTIALS THRU 0057-END
              END-READ
           END-PERFORM

           IF LOGGED-IN
              PERFORM 0054-CHECK-SIGNON-HOURS THRU 0054-END
              IF WS-HOURS-REFUSED = "Y"
                 CLOSE OPERATORS
                 GO TO 0050-END
              END-IF
              PERFORM 0058-CHECK-PASSWORD-AGE THRU 0058-END
           END-IF

           CLOSE OPERATORS
              GO TO 0050-END
           END-IF

           PERFORM 0060-WRITE-SESSION THRU 0060-END

           STRING "LOGIN SUCCESSFUL"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CLOSE TERMINALS.
       0052-END.

       0054-CHECK-SIGNON-HOURS.
           MOVE "N" TO WS-HOURS-REFUSED
           CALL "checkSignOnWindow" USING WS-OPERATOR-ID-IN
                WS-OPERATOR-ROLE WS-WINDOW-RESULT WS-WINDOW-DESC
           IF WS-INSIDE-WINDOW
              GO TO 0054-END
           END-IF

           DISPLAY "SIGN-ON IS OUTSIDE THE PERMITTED HOURS FOR "
                   WS-OPERATOR-ID-IN " (" WS-WINDOW-DESC ")."
           DISPLAY "REQUEST A ONE-TIME SUPERVISOR AFTER-HOURS "
                   "EXCEPTION? (Y/N): "
           ACCEPT WS-OVERRIDE-ANSWER
           MOVE FUNCTION UPPER-CASE (WS-OVERRIDE-ANSWER)
                TO WS-OVERRIDE-ANSWER

           IF WS-OVERRIDE-ANSWER = "Y"
              CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
              IF WS-SUP-VERIFIED AND WS-SUP-ID = WS-OPERATOR-ID-IN
                 DISPLAY "AN OPERATOR CANNOT APPROVE THEIR OWN "
                         "AFTER-HOURS EXCEPTION."
              END-IF
              IF WS-SUP-VERIFIED AND WS-SUP-ID NOT = WS-OPERATOR-ID-IN
                 SET WS-AFTER-HOURS-GRANTED TO TRUE
                 MOVE "OVERRIDE" TO WS-SL-OUTCOME
                 MOVE WS-SUP-ID TO WS-SL-APPROVER
                 PERFORM 0075-WRITE-SIGNON-LOG THRU 0075-END
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "AFTER-HOURS SIGN-ON FOR " WS-OPERATOR-ID-IN
                        " APPROVED BY " WS-SUP-ID
                    DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                 PERFORM 0070-WRITE-AUDIT
                 DISPLAY "AFTER-HOURS EXCEPTION GRANTED BY " WS-SUP-ID
                         " FOR THIS SESSION ONLY."
                 GO TO 0054-END
              END-IF
           END-IF

           MOVE "Y" TO WS-HOURS-REFUSED
           SET NOT-LOGGED-IN TO TRUE
           MOVE "REJECTED" TO WS-SL-OUTCOME
           MOVE SPACES TO WS-SL-APPROVER
           PERFORM 0075-WRITE-SIGNON-LOG THRU 0075-END
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REFUSED SIGN-ON OUTSIDE PERMITTED HOURS FOR "
                  WS-OPERATOR-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0070-WRITE-AUDIT
           DISPLAY "SIGN-ON REFUSED - OUTSIDE PERMITTED HOURS.".
       0054-END.

       0057-CHECK-CREDENTIALS.
           IF OP-LOCKED = "Y"
              ADD 1 TO WS-LOGIN-TRIES
           CLOSE SESSIONS.
       0062-END.

       0064-CHECK-WINDOW-CLOSED.
           IF WS-AFTER-HOURS-GRANTED
              GO TO 0064-END
           END-IF

           CALL "checkSignOnWindow" USING WS-OPERATOR-ID-IN
                WS-OPERATOR-ROLE WS-WINDOW-RESULT WS-WINDOW-DESC
           IF WS-INSIDE-WINDOW
              GO TO 0064-END
           END-IF

           DISPLAY "THE PERMITTED SIGN-ON HOURS HAVE ENDED ("
                   WS-WINDOW-DESC ") - SIGNING OFF."
           MOVE "FORCED" TO WS-SESS-END-STATUS
           MOVE "FORCED" TO WS-SL-OUTCOME
           MOVE SPACES TO WS-SL-APPROVER
           PERFORM 0075-WRITE-SIGNON-LOG THRU 0075-END
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "FORCED SIGN-OFF OUTSIDE PERMITTED HOURS FOR "
                  WS-OPERATOR-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0070-WRITE-AUDIT
           GO TO 0900-END-PROGRAM.
       0064-END.

       0065-EXPIRE-STALE-SESSIONS.
           COMPUTE WS-NOW-SECS =
                   FUNCTION NUMVAL (WS-NOW-STAMP(9:2)) * 3600
                 AT END
                    SET EOF-SESSIONS TO TRUE
                 NOT AT END
                    PERFORM 0066-EXPIRE-ONE-SESSION THRU 0066-END
              END-READ
           END-PERFORM

           END-READ

           MOVE FUNCTION CURRENT-DATE(1:14) TO SESS-LAST-ACTIVE
           MOVE WS-SESS-END-STATUS TO SESS-STATUS
           REWRITE SESS-DETAILS

           CLOSE SESSIONS.
           CLOSE AUDIT-LOG.
       0070-END.

       0075-WRITE-SIGNON-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-SL-NOW

           OPEN EXTEND SIGNON-LOG
           IF SIGNON-LOG-CHECK-STATUS = "35"
              OPEN OUTPUT SIGNON-LOG
           END-IF
           IF SIGNON-LOG-CHECK-STATUS NOT = "00"
              GO TO 0075-END
           END-IF

           MOVE SPACES TO SL-DETAILS
           STRING WS-SL-NOW(1:4) "-" WS-SL-NOW(5:2) "-" WS-SL-NOW(7:2)
              DELIMITED BY SIZE INTO SL-DATE
           MOVE WS-SL-NOW(9:6) TO SL-TIME
           MOVE WS-OPERATOR-ID-IN TO SL-OP-ID
           MOVE WS-OPERATOR-ROLE TO SL-ROLE
           MOVE WS-TERMINAL-ID-IN TO SL-TERMINAL
           MOVE WS-SL-OUTCOME TO SL-OUTCOME
           MOVE WS-SL-APPROVER TO SL-APPROVER
           MOVE WS-WINDOW-DESC TO SL-WINDOW
           WRITE SL-DETAILS
           CLOSE SIGNON-LOG.
       0075-END.

       0100-MAIN-MENU.
           PERFORM 0064-CHECK-WINDOW-CLOSED THRU 0064-END
           IF WS-IS-TRAINEE
              DISPLAY WS-TRAINING-BANNER
           END-IF
           PERFORM 0062-TOUCH-SESSION THRU 0062-END
           DISPLAY WS-MAIN-MENU-LINE
           DISPLAY WS-MAIN-MENU-TITLE
           DISPLAY WS-MAIN-MENU-LINE
              DISPLAY WS-MAIN-MENU-OPT12
              DISPLAY WS-MAIN-MENU-OPT13
              DISPLAY WS-MAIN-MENU-OPT14
              DISPLAY WS-MAIN-MENU-OPT15
              DISPLAY WS-MAIN-MENU-OPT18
              DISPLAY WS-MAIN-MENU-OPT19
           END-IF
           IF WS-ROLE-ADMIN OR WS-ROLE-SUPERVISOR
              DISPLAY WS-MAIN-MENU-OPT5
              DISPLAY WS-MAIN-MENU-OPT6
              DISPLAY WS-MAIN-MENU-OPT7
              DISPLAY WS-MAIN-MENU-OPT16
              DISPLAY WS-MAIN-MENU-OPT17
              DISPLAY WS-MAIN-MENU-OPT20
              DISPLAY WS-MAIN-MENU-OPT21
              DISPLAY WS-MAIN-MENU-OPT22
           END-IF
           DISPLAY WS-MAIN-MENU-OPT8
           DISPLAY WS-MAIN-MENU-OPT0
                    DISPLAY "ACCESS DENIED - ADMIN ROLE REQUIRED."
                 END-IF
                 PERFORM 0100-MAIN-MENU
              WHEN 15
                 IF WS-ROLE-ADMIN
                    CALL "manageOpRelations"
                 ELSE
                    DISPLAY "ACCESS DENIED - ADMIN ROLE REQUIRED."
                 END-IF
                 PERFORM 0100-MAIN-MENU
              WHEN 16
                 IF WS-ROLE-ADMIN OR WS-ROLE-SUPERVISOR
                    CALL "customerDataReport"
                 ELSE
                    DISPLAY "ACCESS DENIED - SUPERVISOR OR ADMIN "
                            "ROLE REQUIRED."
                 END-IF
                 PERFORM 0100-MAIN-MENU
              WHEN 17
                 IF WS-ROLE-ADMIN OR WS-ROLE-SUPERVISOR
                    CALL "accessRecert"
                 ELSE
                    DISPLAY "ACCESS DENIED - SUPERVISOR OR ADMIN "
                            "ROLE REQUIRED."
                 END-IF
                 PERFORM 0100-MAIN-MENU
              WHEN 18
                 IF WS-ROLE-ADMIN
                    CALL "manageSignHours"
                 ELSE
                    DISPLAY "ACCESS DENIED - ADMIN ROLE REQUIRED."
                 END-IF
                 PERFORM 0100-MAIN-MENU
              WHEN 19
                 IF WS-ROLE-ADMIN
                    CALL "manageProfitParms"
                 ELSE
                    DISPLAY "ACCESS DENIED - ADMIN ROLE REQUIRED."
                 END-IF
                 PERFORM 0100-MAIN-MENU
              WHEN 20
                 IF WS-ROLE-ADMIN OR WS-ROLE-SUPERVISOR
                    CALL "inboundConsole"
                 ELSE
                    DISPLAY "ACCESS DENIED - SUPERVISOR OR ADMIN "
                            "ROLE REQUIRED."
                 END-IF
                 PERFORM 0100-MAIN-MENU
              WHEN 21
                 IF WS-ROLE-ADMIN OR WS-ROLE-SUPERVISOR
                    CALL "backoutRun"
                 ELSE
                    DISPLAY "ACCESS DENIED - SUPERVISOR OR ADMIN "
                            "ROLE REQUIRED."
                 END-IF
                 PERFORM 0100-MAIN-MENU
              WHEN 22
                 IF WS-ROLE-ADMIN OR WS-ROLE-SUPERVISOR
                    CALL "workQueues"
                 ELSE
                    DISPLAY "ACCESS DENIED - SUPERVISOR OR ADMIN "
                            "ROLE REQUIRED."
                 END-IF
                 PERFORM 0100-MAIN-MENU
              WHEN OTHER
                 DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
                 PERFORM 0100-MAIN-MENU
       0100-END.

       0150-ACCOUNT-MANAGEMENT-MENU.
           PERFORM 0064-CHECK-WINDOW-CLOSED THRU 0064-END
           IF WS-IS-TRAINEE
              DISPLAY WS-TRAINING-BANNER
           END-IF
              WHEN 30
                 CALL "manageSafeBoxes"
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN 31
                 CALL "manageCards"
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN 32
                 CALL "manageCreditLines"
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN 33
                 IF WS-ROLE-TELLER
                    DISPLAY "ACCESS DENIED - SUPERVISOR OR ADMIN "
                            "ROLE REQUIRED."
                 ELSE
                    CALL "manageLoanReserve"
                 END-IF
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN 34
                 IF WS-ROLE-ADMIN
                    CALL "manageAnalysis"
                 ELSE
                    DISPLAY "ACCESS DENIED - ADMIN ROLE REQUIRED."
                 END-IF
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN 35
                 CALL "manageBeneficiaries"
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN 36
                 CALL "manageSigners"
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN 37
                 CALL "manageBusinessOwners"
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN 38
                 CALL "manageHouseholds"
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN 39
                 CALL "manageComplaints"
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN 40
                 IF WS-ROLE-ADMIN
                    CALL "manageCloseReasons"
                 ELSE
                    DISPLAY "ACCESS DENIED - ADMIN ROLE REQUIRED."
                 END-IF
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
              WHEN OTHER
                 DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
                 PERFORM 0150-ACCOUNT-MANAGEMENT-MENU
       0150-END.

       0200-TRANSACTION-ENTRY-MENU.
           PERFORM 0064-CHECK-WINDOW-CLOSED THRU 0064-END
           IF WS-IS-TRAINEE
              DISPLAY WS-TRAINING-BANNER
           END-IF
                    CALL "suspenseConsole"
                 END-IF
                 PERFORM 0200-TRANSACTION-ENTRY-MENU
              WHEN 31
                 IF WS-ROLE-TELLER
                    DISPLAY "ACCESS DENIED - SUPERVISOR OR ADMIN "
                            "ROLE REQUIRED."
                 ELSE
                    CALL "manageSarCases"
                 END-IF
                 PERFORM 0200-TRANSACTION-ENTRY-MENU
              WHEN 32
                 IF WS-ROLE-TELLER
                    DISPLAY "ACCESS DENIED - SUPERVISOR OR ADMIN "
                            "ROLE REQUIRED."
                 ELSE
                    CALL "reviewScreenHolds"
                 END-IF
                 PERFORM 0200-TRANSACTION-ENTRY-MENU
              WHEN 33
                 IF WS-ROLE-TELLER
                    DISPLAY "ACCESS DENIED - SUPERVISOR OR ADMIN "
                            "ROLE REQUIRED."
                 ELSE
                    CALL "manageKiteSuspects"
                 END-IF
                 PERFORM 0200-TRANSACTION-ENTRY-MENU
              WHEN OTHER
                 DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
                 PERFORM 0200-TRANSACTION-ENTRY-MENU
           DISPLAY WS-ACC-MENU-OPT28
           DISPLAY WS-ACC-MENU-OPT29
           DISPLAY WS-ACC-MENU-OPT30
           DISPLAY WS-ACC-MENU-OPT31
           DISPLAY WS-ACC-MENU-OPT32
           DISPLAY WS-ACC-MENU-OPT33
           DISPLAY WS-ACC-MENU-OPT34
           DISPLAY WS-ACC-MENU-OPT35
           DISPLAY WS-ACC-MENU-OPT36
           DISPLAY WS-ACC-MENU-OPT37
           DISPLAY WS-ACC-MENU-OPT38
           DISPLAY WS-ACC-MENU-OPT39
           DISPLAY WS-ACC-MENU-OPT40
           DISPLAY WS-ACC-MENU-OPT0
           DISPLAY WS-ACC-MENU-LINE.
       0300-END.
           DISPLAY WS-TRAN-MENU-OPT28
           DISPLAY WS-TRAN-MENU-OPT29
           DISPLAY WS-TRAN-MENU-OPT30
           DISPLAY WS-TRAN-MENU-OPT31
           DISPLAY WS-TRAN-MENU-OPT32
           DISPLAY WS-TRAN-MENU-OPT33
           DISPLAY WS-TRAN-MENU-OPT0
           DISPLAY WS-TRAN-MENU-LINE.
       0350-END.
              END-IF
           END-IF
           IF LOGGED-IN
              PERFORM 0068-CLOSE-SESSION THRU 0068-END
           END-IF
           STOP RUN.
       0900-END.
