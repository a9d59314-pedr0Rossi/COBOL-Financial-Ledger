           RECORD KEY IS ES-CUST-ID
           FILE STATUS IS ESTATE-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT BENEFICIARIES ASSIGN TO "beneficiaries.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-KEY
           FILE STATUS IS BENEFICIARIES-CHECK-STATUS.

       SELECT RETURNED-MAIL ASSIGN TO "returnedmail.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CUST-ID
           FILE STATUS IS RETURNED-MAIL-CHECK-STATUS.

       SELECT NOTICES ASSIGN TO "notices.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-ID
           FILE STATUS IS NOTICES-CHECK-STATUS.

       SELECT CONTACT-PREFS ASSIGN TO "contactprefs.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CUST-ID
           FILE STATUS IS CONTACT-PREFS-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           05 ES-EXECUTOR            PIC X(30).
           05 ES-STATUS              PIC X(8).

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

       FD  RETURNED-MAIL.
       01  RM-DETAILS.
           05 RM-CUST-ID             PIC 9(6).
           05 RM-STATUS              PIC X(8).
           05 RM-FLAGGED-DATE        PIC X(10).
           05 RM-LAST-RETURN         PIC X(10).
           05 RM-RETURN-COUNT        PIC 9(3).
           05 RM-ITEM-TYPE           PIC X(10).
           05 RM-ADDRESS             PIC X(30).
           05 RM-CLEARED-DATE        PIC X(10).

       FD  NOTICES.
       01  NOT-DETAILS.
           05 NOT-ID              PIC 9(7).
           05 NOT-CUST-ID         PIC 9(6).
           05 NOT-ACC-ID          PIC 9(8).
           05 NOT-EVENT           PIC X(12).
           05 NOT-TEXT            PIC X(60).
           05 NOT-CREATED-AT      PIC X(10).
           05 NOT-PRINTED         PIC X(1).

       FD  CONTACT-PREFS.
       01  CP-DETAILS.
           05 CP-CUST-ID             PIC 9(6).
           05 CP-CHANNEL             PIC X(5).
           05 CP-EMAIL               PIC X(50).
           05 CP-SMS                 PIC X(15).
           05 CP-UPDATED             PIC X(10).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD     PIC X(120).

       01  ESTATE-CHECK-STATUS    PIC XX.
       01  KYC-REVIEW-CHECK-STATUS PIC XX.
       01  CONTACT-LOG-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS  PIC XX.
       01  BENEFICIARIES-CHECK-STATUS PIC XX.
       01  RETURNED-MAIL-CHECK-STATUS PIC XX.
       01  NOTICES-CHECK-STATUS   PIC XX.
       01  WS-EOF-NOTICES         PIC X VALUE "N".
           88  EOF-NOTICES        VALUE "Y".
           88  NOT-EOF-NOTICES    VALUE "N".
       01  WS-RELEASED-COUNT      PIC 9(5).
       01  WS-RM-ITEM-IN          PIC X.
       01  WS-RM-DATE-IN          PIC X(10).
       01  WS-OLD-ADDRESS         PIC X(30).
       01  CONTACT-PREFS-CHECK-STATUS PIC XX.
       01  WS-DELIVERY-IN         PIC X.
       01  WS-EMAIL-IN            PIC X(50).
       01  WS-SMS-IN              PIC X(15).
       01  WS-AT-COUNT            PIC 9(2).
       01  WS-OLD-CITY            PIC X(20).
       01  WS-OLD-POSTAL          PIC X(10).
       01  WS-EOF-ACCOUNTS        PIC X VALUE "N".
           88  EOF-ACCOUNTS       VALUE "Y".
           88  NOT-EOF-ACCOUNTS   VALUE "N".
       01  WS-EOF-BENEFICIARIES   PIC X VALUE "N".
           88  EOF-BENEFICIARIES  VALUE "Y".
           88  NOT-EOF-BENEFICIARIES VALUE "N".
       01  WS-POD-COUNT           PIC 9(3).
       01  WS-POD-BEN-COUNT       PIC 9(3).
       01  WS-EOF-CONTACTS        PIC X VALUE "N".
           88  EOF-CONTACTS       VALUE "Y".
           88  NOT-EOF-CONTACTS   VALUE "N".
           88 WS-NAME-NOT-MATCHED VALUE "N".

       01  WS-SEARCH-ID           PIC 9(6).
       01  WS-SEARCH-TAX-ID       PIC X(11).

       01  WS-TAX-ID-SHOW         PIC X(11).
       01  WS-DOC-NO-SHOW         PIC X(15).
       01  WS-MASK-CONTEXT        PIC X(12).

       01  WS-FIELD-IN            PIC X(30).

                                   VALUE "5 - KYC Risk / Review".
           02 WS-MAINT-MENU-OPT6  PIC X(17)
                                   VALUE "6 - Contact Log".
           02 WS-MAINT-MENU-OPT7  PIC X(17)
                                   VALUE "7 - Returned Mail".
           02 WS-MAINT-MENU-OPT8  PIC X(24)
                                   VALUE "8 - Delivery Preferences".
           02 WS-MAINT-MENU-OPT9  PIC X(26)
                                   VALUE "9 - Search Customer Tax ID".
           02 WS-MAINT-MENU-OPT0  PIC X(8)
                                   VALUE "0 - Exit".

           DISPLAY WS-MAINT-MENU-OPT4
           DISPLAY WS-MAINT-MENU-OPT5
           DISPLAY WS-MAINT-MENU-OPT6
           DISPLAY WS-MAINT-MENU-OPT7
           DISPLAY WS-MAINT-MENU-OPT8
           DISPLAY WS-MAINT-MENU-OPT9
           DISPLAY WS-MAINT-MENU-OPT0
           DISPLAY WS-MAINT-MENU-LINE
           ACCEPT WS-MENU-OPT
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 9
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-SEARCH-BY-NAME THRU 0200-END
              WHEN 2
                 PERFORM 0300-VIEW-CUSTOMER THRU 0300-END
              WHEN 3
                 PERFORM 0400-UPDATE-CUSTOMER THRU 0400-END
              WHEN 4
                 PERFORM 0500-ESTATE-PROCESSING THRU 0500-END
              WHEN 5
                 PERFORM 0600-KYC-REVIEW THRU 0600-END
              WHEN 6
                 PERFORM 0700-CONTACT-LOG THRU 0700-END
              WHEN 7
                 PERFORM 0760-RETURNED-MAIL THRU 0760-END
              WHEN 8
                 PERFORM 0800-DELIVERY-PREFERENCES THRU 0800-END
              WHEN 9
                 PERFORM 0270-SEARCH-BY-TAX-ID THRU 0270-END
           END-EVALUATE

           GO TO 0900-END-PROGRAM.
           END-PERFORM.
       0250-END.

       0270-SEARCH-BY-TAX-ID.
           MOVE SPACES TO WS-SEARCH-TAX-ID
           DISPLAY "INSERT THE FULL TAX ID TO SEARCH: "
           ACCEPT WS-SEARCH-TAX-ID

           IF WS-SEARCH-TAX-ID = SPACES
              DISPLAY "NOTHING TO SEARCH FOR."
              GO TO 0270-END
           END-IF

           MOVE ZEROES TO WS-MATCH-COUNT
           SET NOT-EOF TO TRUE

           PERFORM UNTIL EOF
              READ CUSTOMERS NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF CUST-TAX-ID = WS-SEARCH-TAX-ID
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE "TAX SEARCH" TO WS-MASK-CONTEXT
                       CALL "maskIdentity" USING CUST-ID CUST-TAX-ID
                            CUST-ID-DOC-NO WS-TAX-ID-SHOW
                            WS-DOC-NO-SHOW WS-MASK-CONTEXT
                       DISPLAY CUST-ID " " CUST-NAME " "
                               CUST-PHONE " " WS-TAX-ID-SHOW
                    END-IF
              END-READ
           END-PERFORM

           IF WS-MATCH-COUNT = ZEROES
              DISPLAY "NO CUSTOMERS MATCHED THAT TAX ID."
           ELSE
              DISPLAY "CUSTOMERS MATCHED: " WS-MATCH-COUNT
           END-IF.
       0270-END.

       0300-VIEW-CUSTOMER.
           DISPLAY "INSERT THE CUSTOMER ID TO VIEW: "
           ACCEPT WS-SEARCH-ID
                 GO TO 0300-END
           END-READ

           MOVE "VIEW" TO WS-MASK-CONTEXT
           CALL "maskIdentity" USING CUST-ID CUST-TAX-ID
                CUST-ID-DOC-NO WS-TAX-ID-SHOW WS-DOC-NO-SHOW
                WS-MASK-CONTEXT

           DISPLAY "CUSTOMER ID:     " CUST-ID
           DISPLAY "NAME:            " CUST-NAME
           DISPLAY "CREATED AT:      " CUST-CREATED-AT
           DISPLAY "CITY:            " CUST-CITY
           DISPLAY "POSTAL CODE:     " CUST-POSTAL-CODE
           DISPLAY "PHONE:           " CUST-PHONE
           DISPLAY "TAX ID:          " WS-TAX-ID-SHOW
           DISPLAY "DATE OF BIRTH:   " CUST-BIRTH-DATE
           DISPLAY "ID DOC TYPE:     " CUST-ID-DOC-TYPE
           DISPLAY "ID DOC NUMBER:   " WS-DOC-NO-SHOW
           DISPLAY "WHT REQUIRED:    " CUST-WHT-FLAG
           DISPLAY "WHT RATE:        " CUST-WHT-RATE

           OPEN INPUT RETURNED-MAIL
           IF RETURNED-MAIL-CHECK-STATUS = "00"
              MOVE CUST-ID TO RM-CUST-ID
              READ RETURNED-MAIL KEY IS RM-CUST-ID
                 NOT INVALID KEY
                    IF RM-STATUS = "FLAGGED"
                       DISPLAY "** ADDRESS UNDELIVERABLE SINCE "
                               RM-FLAGGED-DATE " - MAIL IS HELD **"
                    END-IF
              END-READ
              CLOSE RETURNED-MAIL
           END-IF

           OPEN INPUT CONTACT-PREFS
           IF CONTACT-PREFS-CHECK-STATUS = "00"
              MOVE CUST-ID TO CP-CUST-ID
              READ CONTACT-PREFS KEY IS CP-CUST-ID
                 INVALID KEY
                    DISPLAY "NOTICE DELIVERY: PAPER"
                 NOT INVALID KEY
                    EVALUATE CP-CHANNEL
                       WHEN "EMAIL"
                          DISPLAY "NOTICE DELIVERY: EMAIL " CP-EMAIL
                       WHEN "SMS"
                          DISPLAY "NOTICE DELIVERY: SMS " CP-SMS
                       WHEN OTHER
                          DISPLAY "NOTICE DELIVERY: PAPER"
                    END-EVALUATE
              END-READ
              CLOSE CONTACT-PREFS
           END-IF.
       0300-END.

       0400-UPDATE-CUSTOMER.
                 GO TO 0400-END
           END-READ

           MOVE "UPDATE" TO WS-MASK-CONTEXT
           CALL "maskIdentity" USING CUST-ID CUST-TAX-ID
                CUST-ID-DOC-NO WS-TAX-ID-SHOW WS-DOC-NO-SHOW
                WS-MASK-CONTEXT

           DISPLAY "(LEAVE A FIELD BLANK TO KEEP ITS CURRENT VALUE)"

           MOVE CUST-ADDRESS TO WS-OLD-ADDRESS
           MOVE CUST-CITY TO WS-OLD-CITY
           MOVE CUST-POSTAL-CODE TO WS-OLD-POSTAL

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "NAME (" CUST-NAME "): "
           ACCEPT WS-FIELD-IN
           END-IF

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "TAX ID (" WS-TAX-ID-SHOW "): "
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
              MOVE WS-FIELD-IN TO CUST-TAX-ID
           END-IF

           MOVE SPACES TO WS-FIELD-IN
           DISPLAY "ID DOC NUMBER (" WS-DOC-NO-SHOW "): "
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
              MOVE WS-FIELD-IN TO CUST-ID-DOC-NO
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF CUST-ADDRESS NOT = WS-OLD-ADDRESS
              OR CUST-CITY NOT = WS-OLD-CITY
              OR CUST-POSTAL-CODE NOT = WS-OLD-POSTAL
              PERFORM 0780-CLEAR-RETURNED-MAIL THRU 0780-END
           END-IF

           DISPLAY "CUSTOMER UPDATED SUCCESSFULLY!".
       0400-END.

           MOVE WS-SEARCH-ID TO ES-CUST-ID
           READ ESTATE KEY IS ES-CUST-ID
              INVALID KEY
                 PERFORM 0520-RECORD-DEATH THRU 0520-END
                 CLOSE ESTATE
                 GO TO 0500-END
           END-READ
           DISPLAY "DOCS RECEIVED:    " ES-DOCS-RECEIVED
           DISPLAY "EXECUTOR:         " ES-EXECUTOR
           DISPLAY "ESTATE STATUS:    " ES-STATUS
           PERFORM 0580-LIST-POD-ACCOUNTS THRU 0580-END
           DISPLAY "1 - UPDATE CHECKLIST  2 - MARK ESTATE CLEARED "
                   " 0 - BACK"
           ACCEPT WS-EST-OPT
              WHEN 1
                 PERFORM 0540-UPDATE-CHECKLIST
              WHEN 2
                 PERFORM 0560-CLEAR-ESTATE THRU 0560-END
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           DISPLAY "DATE OF DEATH RECORDED - DEBITS ON SOLELY-"
                   "OWNED ACCOUNTS ARE NOW BLOCKED AND JOINT "
                   "ACCOUNTS MOVE TO SURVIVOR HANDLING."

           PERFORM 0580-LIST-POD-ACCOUNTS THRU 0580-END.
       0520-END.

       0540-UPDATE-CHECKLIST.
                   "RELEASE FUNDS.".
       0560-END.

       0580-LIST-POD-ACCOUNTS.
           MOVE ZEROES TO WS-POD-COUNT

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0580-END
           END-IF

           OPEN INPUT BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS NOT = "00"
              CLOSE ACCOUNTS
              DISPLAY "NO PAYABLE-ON-DEATH ACCOUNTS - ALL FUNDS GO "
                      "THROUGH THE ESTATE."
              GO TO 0580-END
           END-IF

           MOVE ZEROES TO FS-ID
           SET NOT-EOF-ACCOUNTS TO TRUE
           START ACCOUNTS KEY IS NOT LESS THAN FS-ID
              INVALID KEY
                 SET EOF-ACCOUNTS TO TRUE
           END-START

           PERFORM UNTIL EOF-ACCOUNTS
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-ACCOUNTS TO TRUE
                 NOT AT END
                    IF FS-CUST-ID = WS-SEARCH-ID
                       AND FS-STATUS NOT = "CLOSED"
                       PERFORM 0590-LIST-ACCOUNT-BENEFICIARIES
                    END-IF
              END-READ
           END-PERFORM

           CLOSE BENEFICIARIES
           CLOSE ACCOUNTS

           IF WS-POD-COUNT = ZEROES
              DISPLAY "NO PAYABLE-ON-DEATH ACCOUNTS - ALL FUNDS GO "
                      "THROUGH THE ESTATE."
           ELSE
              DISPLAY WS-POD-COUNT " PAYABLE-ON-DEATH ACCOUNT(S) - "
                      "CLOSE THEM WITH THE BENEFICIARY PAYOUT "
                      "OPTION."
           END-IF.
       0580-END.

       0590-LIST-ACCOUNT-BENEFICIARIES.
           MOVE ZEROES TO WS-POD-BEN-COUNT

           MOVE FS-ID TO BEN-ACC-ID
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
                    IF BEN-ACC-ID NOT = FS-ID
                       SET EOF-BENEFICIARIES TO TRUE
                    ELSE
                       IF BEN-STATUS = "ACTIVE"
                          IF WS-POD-BEN-COUNT = ZEROES
                             ADD 1 TO WS-POD-COUNT
                             DISPLAY "POD ACCOUNT " FS-ID " "
                                     FS-TYPE " BALANCE "
                                     FS-BALANCE
                          END-IF
                          ADD 1 TO WS-POD-BEN-COUNT
                          DISPLAY "   " BEN-SEQ " " BEN-NAME " "
                                  BEN-RELATION " "
                                  BEN-SHARE-PCT " PCT "
                                  BEN-PHONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0590-END.

       0600-KYC-REVIEW.
           DISPLAY "INSERT THE CUSTOMER ID: "
           ACCEPT WS-SEARCH-ID

           EVALUATE WS-CL-OPT
              WHEN 1
                 PERFORM 0720-ADD-CONTACT-ENTRY THRU 0720-END
              WHEN 2
                 PERFORM 0740-BROWSE-CONTACT-ENTRIES
              WHEN OTHER
           END-IF.
       0740-END.

       0760-RETURNED-MAIL.
           DISPLAY "INSERT THE CUSTOMER ID: "
           ACCEPT WS-SEARCH-ID

           MOVE WS-SEARCH-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "CUSTOMER NOT FOUND."
                 GO TO 0760-END
           END-READ

           OPEN I-O RETURNED-MAIL
           IF RETURNED-MAIL-CHECK-STATUS = "35"
              OPEN OUTPUT RETURNED-MAIL
              CLOSE RETURNED-MAIL
              OPEN I-O RETURNED-MAIL
           END-IF

           IF RETURNED-MAIL-CHECK-STATUS NOT = "00"
              MOVE RETURNED-MAIL-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING RETURNED MAIL FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0760-END
           END-IF

           DISPLAY "CUSTOMER " CUST-ID " " CUST-NAME
           DISPLAY "ADDRESS  " CUST-ADDRESS " " CUST-POSTAL-CODE

           MOVE CUST-ID TO RM-CUST-ID
           READ RETURNED-MAIL KEY IS RM-CUST-ID
              INVALID KEY
                 MOVE CUST-ID TO RM-CUST-ID
                 MOVE SPACES TO RM-STATUS
                 MOVE ZEROES TO RM-RETURN-COUNT
              NOT INVALID KEY
                 IF RM-STATUS = "FLAGGED"
                    DISPLAY "ALREADY UNDELIVERABLE SINCE "
                            RM-FLAGGED-DATE " - " RM-RETURN-COUNT
                            " ITEM(S) RETURNED, LAST "
                            RM-LAST-RETURN
                 END-IF
           END-READ

           DISPLAY "RECORD A RETURNED ITEM? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
              CLOSE RETURNED-MAIL
              GO TO 0760-END
           END-IF

           DISPLAY "ITEM RETURNED - S (STATEMENT), N (NOTICE), "
                   "O (OTHER): "
           ACCEPT WS-RM-ITEM-IN
           MOVE FUNCTION UPPER-CASE (WS-RM-ITEM-IN) TO WS-RM-ITEM-IN

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           MOVE SPACES TO WS-RM-DATE-IN
           DISPLAY "INSERT THE DATE RETURNED YYYY-MM-DD (BLANK FOR "
                   WS-BUS-DATE "): "
           ACCEPT WS-RM-DATE-IN
           IF WS-RM-DATE-IN = SPACES
              MOVE WS-BUS-DATE TO WS-RM-DATE-IN
           END-IF

           IF WS-RM-DATE-IN(1:4) NOT NUMERIC
              OR WS-RM-DATE-IN(6:2) NOT NUMERIC
              OR WS-RM-DATE-IN(9:2) NOT NUMERIC
              OR WS-RM-DATE-IN > WS-BUS-DATE
              DISPLAY "THAT IS NOT A VALID DATE."
              CLOSE RETURNED-MAIL
              GO TO 0760-END
           END-IF

           EVALUATE WS-RM-ITEM-IN
              WHEN "S"
                 MOVE "STATEMENT" TO RM-ITEM-TYPE
              WHEN "N"
                 MOVE "NOTICE" TO RM-ITEM-TYPE
              WHEN OTHER
                 MOVE "OTHER" TO RM-ITEM-TYPE
           END-EVALUATE

           IF RM-STATUS NOT = "FLAGGED"
              MOVE "FLAGGED" TO RM-STATUS
              MOVE WS-RM-DATE-IN TO RM-FLAGGED-DATE
              MOVE ZEROES TO RM-RETURN-COUNT
              MOVE SPACES TO RM-CLEARED-DATE
              MOVE CUST-ADDRESS TO RM-ADDRESS
           END-IF
           MOVE WS-RM-DATE-IN TO RM-LAST-RETURN
           IF RM-RETURN-COUNT < 999
              ADD 1 TO RM-RETURN-COUNT
           END-IF

           WRITE RM-DETAILS
              INVALID KEY
                 REWRITE RM-DETAILS
                    INVALID KEY
                       DISPLAY "ERROR WRITING THE RETURNED MAIL "
                               "RECORD."
                       CLOSE RETURNED-MAIL
                       GO TO 0760-END
                 END-REWRITE
           END-WRITE

           CLOSE RETURNED-MAIL

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RETURNED " RM-ITEM-TYPE " CUST " CUST-ID
                  " UNDELIVERABLE SINCE " RM-FLAGGED-DATE
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "ADDRESS FLAGGED UNDELIVERABLE - STATEMENTS AND "
                   "NOTICES ARE HELD UNTIL A NEW ADDRESS IS "
                   "ENTERED.".
       0760-END.

       0780-CLEAR-RETURNED-MAIL.
           OPEN I-O RETURNED-MAIL
           IF RETURNED-MAIL-CHECK-STATUS NOT = "00"
              GO TO 0780-END
           END-IF

           MOVE CUST-ID TO RM-CUST-ID
           READ RETURNED-MAIL KEY IS RM-CUST-ID
              INVALID KEY
                 CLOSE RETURNED-MAIL
                 GO TO 0780-END
           END-READ

           IF RM-STATUS NOT = "FLAGGED"
              CLOSE RETURNED-MAIL
              GO TO 0780-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           MOVE "CLEARED" TO RM-STATUS
           MOVE WS-BUS-DATE TO RM-CLEARED-DATE
           REWRITE RM-DETAILS
              INVALID KEY
                 DISPLAY "ERROR CLEARING THE RETURNED MAIL FLAG."
                 CLOSE RETURNED-MAIL
                 GO TO 0780-END
           END-REWRITE
           CLOSE RETURNED-MAIL

           MOVE ZEROES TO WS-RELEASED-COUNT
           OPEN I-O NOTICES
           IF NOTICES-CHECK-STATUS = "00"
              MOVE LOW-VALUES TO NOT-ID
              SET NOT-EOF-NOTICES TO TRUE
              START NOTICES KEY IS NOT LESS THAN NOT-ID
                 INVALID KEY
                    SET EOF-NOTICES TO TRUE
              END-START
              PERFORM UNTIL EOF-NOTICES
                 READ NOTICES NEXT RECORD
                    AT END
                       SET EOF-NOTICES TO TRUE
                    NOT AT END
                       IF NOT-CUST-ID = CUST-ID
                          AND NOT-PRINTED = "H"
                          MOVE "N" TO NOT-PRINTED
                          REWRITE NOT-DETAILS
                          ADD 1 TO WS-RELEASED-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTICES
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RETURNED MAIL CLEARED CUST " CUST-ID " - "
                  WS-RELEASED-COUNT " HELD NOTICES RELEASED"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "NEW ADDRESS ENTERED - THE UNDELIVERABLE FLAG IS "
                   "CLEARED AND " WS-RELEASED-COUNT
                   " HELD NOTICE(S) WILL GO OUT ON THE NEXT RUN.".
       0780-END.

       0800-DELIVERY-PREFERENCES.
           DISPLAY "INSERT THE CUSTOMER ID: "
           ACCEPT WS-SEARCH-ID

           MOVE WS-SEARCH-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "CUSTOMER NOT FOUND."
                 GO TO 0800-END
           END-READ

           OPEN I-O CONTACT-PREFS
           IF CONTACT-PREFS-CHECK-STATUS = "35"
              OPEN OUTPUT CONTACT-PREFS
              CLOSE CONTACT-PREFS
              OPEN I-O CONTACT-PREFS
           END-IF

           IF CONTACT-PREFS-CHECK-STATUS NOT = "00"
              MOVE CONTACT-PREFS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING CONTACT PREFERENCES" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0800-END
           END-IF

           DISPLAY "CUSTOMER " CUST-ID " " CUST-NAME

           MOVE CUST-ID TO CP-CUST-ID
           READ CONTACT-PREFS KEY IS CP-CUST-ID
              INVALID KEY
                 MOVE CUST-ID TO CP-CUST-ID
                 MOVE "PAPER" TO CP-CHANNEL
                 MOVE SPACES TO CP-EMAIL
                 MOVE SPACES TO CP-SMS
           END-READ

           DISPLAY "CURRENT DELIVERY: " CP-CHANNEL
           IF CP-EMAIL NOT = SPACES
              DISPLAY "EMAIL:  " CP-EMAIL
           END-IF
           IF CP-SMS NOT = SPACES
              DISPLAY "MOBILE: " CP-SMS
           END-IF

           DISPLAY "DELIVER NOTICES BY P (PAPER), E (EMAIL), "
                   "S (SMS): "
           ACCEPT WS-DELIVERY-IN
           MOVE FUNCTION UPPER-CASE (WS-DELIVERY-IN) TO WS-DELIVERY-IN

           EVALUATE WS-DELIVERY-IN
              WHEN "P"
                 MOVE "PAPER" TO CP-CHANNEL
              WHEN "E"
                 MOVE SPACES TO WS-EMAIL-IN
                 DISPLAY "INSERT THE EMAIL ADDRESS (" CP-EMAIL "): "
                 ACCEPT WS-EMAIL-IN
                 IF WS-EMAIL-IN = SPACES
                    MOVE CP-EMAIL TO WS-EMAIL-IN
                 END-IF
                 MOVE ZEROES TO WS-AT-COUNT
                 INSPECT WS-EMAIL-IN TALLYING WS-AT-COUNT FOR ALL "@"
                 IF WS-AT-COUNT NOT = 1
                    DISPLAY "THAT IS NOT A VALID EMAIL ADDRESS."
                    CLOSE CONTACT-PREFS
                    GO TO 0800-END
                 END-IF
                 MOVE WS-EMAIL-IN TO CP-EMAIL
                 MOVE "EMAIL" TO CP-CHANNEL
              WHEN "S"
                 MOVE SPACES TO WS-SMS-IN
                 DISPLAY "INSERT THE MOBILE NUMBER (" CP-SMS "): "
                 ACCEPT WS-SMS-IN
                 IF WS-SMS-IN = SPACES
                    MOVE CP-SMS TO WS-SMS-IN
                 END-IF
                 IF WS-SMS-IN = SPACES
                    DISPLAY "A MOBILE NUMBER IS REQUIRED FOR SMS."
                    CLOSE CONTACT-PREFS
                    GO TO 0800-END
                 END-IF
                 MOVE WS-SMS-IN TO CP-SMS
                 MOVE "SMS" TO CP-CHANNEL
              WHEN OTHER
                 DISPLAY "INVALID OPTION - NOTHING CHANGED."
                 CLOSE CONTACT-PREFS
                 GO TO 0800-END
           END-EVALUATE

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           MOVE WS-BUS-DATE TO CP-UPDATED

           WRITE CP-DETAILS
              INVALID KEY
                 REWRITE CP-DETAILS
                    INVALID KEY
                       DISPLAY "ERROR SAVING THE DELIVERY PREFERENCE."
                       CLOSE CONTACT-PREFS
                       GO TO 0800-END
                 END-REWRITE
           END-WRITE

           CLOSE CONTACT-PREFS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "NOTICE DELIVERY FOR CUST " CUST-ID " SET TO "
                  CP-CHANNEL
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "DELIVERY PREFERENCE SAVED: " CP-CHANNEL.
       0800-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
