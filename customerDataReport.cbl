       IDENTIFICATION DIVISION.
       PROGRAM-ID. customerDataReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CUSTOMERS ASSIGN TO "customers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMERS-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT JOINT-OWNERS ASSIGN TO "jointowners.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JO-KEY
           FILE STATUS IS JOINT-OWNERS-CHECK-STATUS.

       SELECT KYC-REVIEW ASSIGN TO "kycreview.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KYC-CUST-ID
           FILE STATUS IS KYC-REVIEW-CHECK-STATUS.

       SELECT CONTACT-LOG ASSIGN TO "contactlog.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-KEY
           FILE STATUS IS CONTACT-LOG-CHECK-STATUS.

       SELECT ESTATE ASSIGN TO "estate.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ES-CUST-ID
           FILE STATUS IS ESTATE-CHECK-STATUS.

       SELECT NOTICES ASSIGN TO "notices.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-ID
           FILE STATUS IS NOTICES-CHECK-STATUS.

       SELECT DISPUTES ASSIGN TO "disputes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-ID
           FILE STATUS IS DISPUTES-CHECK-STATUS.

       SELECT LEGAL-ORDERS ASSIGN TO "legalorders.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LO-ID
           FILE STATUS IS LEGAL-ORDERS-CHECK-STATUS.

       SELECT SD-RENTALS ASSIGN TO "sdrentals.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDR-KEY
           FILE STATUS IS SD-RENTALS-CHECK-STATUS.

       SELECT PAYEES ASSIGN TO "payees.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAYEE-KEY
           FILE STATUS IS PAYEES-CHECK-STATUS.

       SELECT EXT-PAYEES ASSIGN TO "extpayees.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EP-KEY
           FILE STATUS IS EXT-PAYEES-CHECK-STATUS.

       SELECT SCREEN-HOLDS ASSIGN TO "screenholds.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-ID
           FILE STATUS IS SCREEN-HOLDS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMERS.
       01  CUST-DETAILS.
           02 CUST-ID           PIC 9(6).
           02 CUST-NAME         PIC X(30).
           02 CUST-CREATED-AT   PIC X(10).
           02 CUST-ADDRESS      PIC X(30).
           02 CUST-CITY         PIC X(20).
           02 CUST-POSTAL-CODE  PIC X(10).
           02 CUST-PHONE        PIC X(15).
           02 CUST-TAX-ID       PIC X(11).
           02 CUST-BIRTH-DATE   PIC X(10).
           02 CUST-ID-DOC-TYPE  PIC X(10).
           02 CUST-ID-DOC-NO    PIC X(15).
           02 CUST-WHT-FLAG     PIC X(1).
           02 CUST-WHT-RATE     PIC V9(4).

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

       FD  JOINT-OWNERS.
       01  JO-DETAILS.
           05 JO-KEY.
               10 JO-ACC-ID          PIC 9(8).
               10 JO-CUST-ID         PIC 9(6).
           05 JO-ADDED-AT            PIC X(10).
           05 JO-AUTH-LEVEL          PIC X(8).

       FD  KYC-REVIEW.
       01  KYC-DETAILS.
           05 KYC-CUST-ID            PIC 9(6).
           05 KYC-RISK-RATING        PIC X(6).
           05 KYC-LAST-REVIEW        PIC X(10).
           05 KYC-NEXT-REVIEW        PIC X(10).
           05 KYC-STATUS             PIC X(8).

       FD  CONTACT-LOG.
       01  CL-DETAILS.
           05 CL-KEY.
               10 CL-CUST-ID         PIC 9(6).
               10 CL-SEQ             PIC 9(5).
           05 CL-TIMESTAMP           PIC X(14).
           05 CL-OPERATOR            PIC X(8).
           05 CL-CHANNEL             PIC X(6).
           05 CL-NOTE                PIC X(60).
           05 CL-TR-ID               PIC 9(9).

       FD  ESTATE.
       01  ES-DETAILS.
           05 ES-CUST-ID             PIC 9(6).
           05 ES-DATE-OF-DEATH       PIC X(10).
           05 ES-DOCS-RECEIVED       PIC X(1).
           05 ES-EXECUTOR            PIC X(30).
           05 ES-STATUS              PIC X(8).

       FD  NOTICES.
       01  NOT-DETAILS.
           05 NOT-ID              PIC 9(7).
           05 NOT-CUST-ID         PIC 9(6).
           05 NOT-ACC-ID          PIC 9(8).
           05 NOT-EVENT           PIC X(12).
           05 NOT-TEXT            PIC X(60).
           05 NOT-CREATED-AT      PIC X(10).
           05 NOT-PRINTED         PIC X(1).

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

       FD  LEGAL-ORDERS.
       01  LO-DETAILS.
           05 LO-ID                  PIC 9(7).
           05 LO-ORDER-REF           PIC X(16).
           05 LO-CUST-ID             PIC 9(6).
           05 LO-TOTAL-AMOUNT        PIC 9(9)V99.
           05 LO-EXEMPT-AMOUNT       PIC 9(9)V99.
           05 LO-FROZEN-AMOUNT       PIC 9(9)V99.
           05 LO-CREDITOR            PIC X(30).
           05 LO-ANSWER-BY           PIC X(10).
           05 LO-RECEIVED-AT         PIC X(10).
           05 LO-STATUS              PIC X(8).
           05 LO-REMIT-TR-ID         PIC 9(9).

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

       FD  PAYEES.
       01  PAYEE-DETAILS.
           05 PAYEE-KEY.
               10 PAYEE-CUST-ID      PIC 9(6).
               10 PAYEE-NICKNAME     PIC X(10).
           05 PAYEE-ACC-ID           PIC 9(8).
           05 PAYEE-ACC-NAME         PIC X(13).
           05 PAYEE-ADDED-AT         PIC X(10).

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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  CUSTOMERS-CHECK-STATUS    PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  JOINT-OWNERS-CHECK-STATUS PIC XX.
       01  KYC-REVIEW-CHECK-STATUS   PIC XX.
       01  CONTACT-LOG-CHECK-STATUS  PIC XX.
       01  ESTATE-CHECK-STATUS       PIC XX.
       01  NOTICES-CHECK-STATUS      PIC XX.
       01  DISPUTES-CHECK-STATUS     PIC XX.
       01  LEGAL-ORDERS-CHECK-STATUS PIC XX.
       01  SD-RENTALS-CHECK-STATUS   PIC XX.
       01  PAYEES-CHECK-STATUS       PIC XX.
       01  EXT-PAYEES-CHECK-STATUS   PIC XX.
       01  SCREEN-HOLDS-CHECK-STATUS PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-FILE               PIC X VALUE "N".
           88  EOF-FILE              VALUE "Y".
           88  NOT-EOF-FILE          VALUE "N".

       01  WS-SEARCH-CUST-ID         PIC 9(6).
       01  WS-REQUESTED-BY           PIC X(10).
       01  WS-REQUEST-REF            PIC X(20).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-TAX-ID-SHOW            PIC X(11).
       01  WS-DOC-NO-SHOW            PIC X(15).
       01  WS-MASK-CONTEXT           PIC X(12).

       01  WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 100 TIMES.
              10 WS-ACC-ID           PIC 9(8).
              10 WS-ACC-ROLE         PIC X(5).
       01  WS-ACC-COUNT              PIC 9(3).
       01  WS-ACC-IDX                PIC 9(3).

       01  WS-ACC-FLAG               PIC X.
           88  WS-ACC-LINKED         VALUE "Y".
           88  WS-ACC-NOT-LINKED     VALUE "N".
       01  WS-CHECK-ACC-ID           PIC 9(8).

       01  WS-SECTION-TITLE          PIC X(40).
       01  WS-SECTION-COUNT          PIC 9(5).
       01  WS-TOTAL-ITEMS            PIC 9(7) VALUE ZEROES.

       01  WS-SCAN-TEXT              PIC X(8).
       01  WS-SCAN-LEN               PIC 9(2).
       01  WS-SCAN-IX                PIC 9(3).
       01  WS-SCAN-END               PIC 9(3).
       01  WS-SCAN-FLAG              PIC X.
           88  SCAN-HIT              VALUE "Y".
           88  SCAN-MISS             VALUE "N".

       01  WS-DISP-AMOUNT            PIC -(9)9.99.
       01  WS-DISP-AMOUNT-2          PIC -(9)9.99.
       01  WS-DISP-AMOUNT-3          PIC -(9)9.99.

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY "CUSTOMER DATA REPORT - INSERT THE CUSTOMER ID: "
           ACCEPT WS-SEARCH-CUST-ID

           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CUSTOMERS FILE: "
                      CUSTOMERS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-SEARCH-CUST-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "CUSTOMER NOT FOUND."
                 CLOSE CUSTOMERS
                 GO TO 0900-END-PROGRAM
           END-READ
           CLOSE CUSTOMERS

           DISPLAY "CUSTOMER " CUST-ID " - " CUST-NAME

           MOVE SPACES TO WS-REQUESTED-BY
           DISPLAY "WHO ASKED FOR THIS REPORT? "
                   "(CUSTOMER/REGULATOR/OTHER): "
           ACCEPT WS-REQUESTED-BY
           MOVE FUNCTION UPPER-CASE (WS-REQUESTED-BY)
                TO WS-REQUESTED-BY
           IF WS-REQUESTED-BY NOT = "CUSTOMER"
              AND WS-REQUESTED-BY NOT = "REGULATOR"
              AND WS-REQUESTED-BY NOT = "OTHER"
              DISPLAY "THAT IS NOT A VALID REQUESTER."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REQUEST-REF
           DISPLAY "INSERT THE REQUEST REFERENCE (LETTER, CASE NO): "
           ACCEPT WS-REQUEST-REF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YYYYMMDD
           MOVE SPACES TO WS-REPORT-NAME
           STRING "customer_data_" WS-SEARCH-CUST-ID "_"
                  WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE ZEROES TO WS-TOTAL-ITEMS
           MOVE ZEROES TO WS-ACC-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING "PERSONAL DATA HELD FOR CUSTOMER " WS-SEARCH-CUST-ID
                  " - PRODUCED " WS-DATE-YYYYMMDD
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RUN BY OPERATOR " SESSION-OPERATOR-ID
                  " AT TERMINAL " SESSION-TERMINAL-ID
                  " FOR " WS-REQUESTED-BY " REQUEST " WS-REQUEST-REF
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 0200-CUSTOMER-RECORD THRU 0200-END
           PERFORM 0250-ACCOUNTS THRU 0250-END
           PERFORM 0300-KYC-REVIEW THRU 0300-END
           PERFORM 0350-CONTACT-LOG THRU 0350-END
           PERFORM 0400-ESTATE THRU 0400-END
           PERFORM 0450-NOTICES THRU 0450-END
           PERFORM 0500-DISPUTES THRU 0500-END
           PERFORM 0550-LEGAL-ORDERS THRU 0550-END
           PERFORM 0600-SAFE-BOXES THRU 0600-END
           PERFORM 0650-PAYEES THRU 0650-END
           PERFORM 0700-SCREENING THRU 0700-END
           PERFORM 0750-AUDIT-ENTRIES THRU 0750-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "END OF REPORT - " WS-TOTAL-ITEMS
                  " ITEMS LISTED"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE REPORT-OUT

           DISPLAY "CUSTOMER DATA REPORT WRITTEN TO " WS-REPORT-NAME
           DISPLAY "ITEMS LISTED: " WS-TOTAL-ITEMS

           MOVE "CUSTOMER DATA" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING "CUST " WS-SEARCH-CUST-ID " " WS-REQUESTED-BY
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CUSTOMER DATA REPORT CUST " WS-SEARCH-CUST-ID
                  " " WS-REQUESTED-BY " " WS-REQUEST-REF(1:14)
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           GO TO 0900-END-PROGRAM.
       0100-END.

       0190-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "== " WS-SECTION-TITLE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROES TO WS-SECTION-COUNT.
       0190-END.

       0195-SECTION-FOOTING.
           IF WS-SECTION-COUNT = ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "   NONE ON FILE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           ADD WS-SECTION-COUNT TO WS-TOTAL-ITEMS.
       0195-END.

       0200-CUSTOMER-RECORD.
           MOVE "CUSTOMER RECORD" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END
           MOVE 1 TO WS-SECTION-COUNT

           MOVE "DATA REPORT" TO WS-MASK-CONTEXT
           CALL "maskIdentity" USING CUST-ID CUST-TAX-ID
                CUST-ID-DOC-NO WS-TAX-ID-SHOW WS-DOC-NO-SHOW
                WS-MASK-CONTEXT

           MOVE SPACES TO REPORT-LINE
           STRING "   NAME: " CUST-NAME " CREATED: " CUST-CREATED-AT
                  " BORN: " CUST-BIRTH-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   ADDRESS: " CUST-ADDRESS " " CUST-CITY " "
                  CUST-POSTAL-CODE " PHONE: " CUST-PHONE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   TAX ID: " WS-TAX-ID-SHOW " ID DOC: "
                  CUST-ID-DOC-TYPE " " WS-DOC-NO-SHOW
                  " WHT: " CUST-WHT-FLAG " " CUST-WHT-RATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0200-END.

       0250-ACCOUNTS.
           MOVE "OWNED AND JOINT ACCOUNTS" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0250-FOOT
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF FS-CUST-ID = WS-SEARCH-CUST-ID
                       AND WS-ACC-COUNT < 100
                       ADD 1 TO WS-ACC-COUNT
                       MOVE FS-ID TO WS-ACC-ID(WS-ACC-COUNT)
                       MOVE "OWNER" TO WS-ACC-ROLE(WS-ACC-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           OPEN INPUT JOINT-OWNERS
           IF JOINT-OWNERS-CHECK-STATUS = "00"
              SET NOT-EOF-FILE TO TRUE
              PERFORM UNTIL EOF-FILE
                 READ JOINT-OWNERS NEXT RECORD
                    AT END
                       SET EOF-FILE TO TRUE
                    NOT AT END
                       IF JO-CUST-ID = WS-SEARCH-CUST-ID
                          AND WS-ACC-COUNT < 100
                          ADD 1 TO WS-ACC-COUNT
                          MOVE JO-ACC-ID TO WS-ACC-ID(WS-ACC-COUNT)
                          MOVE "JOINT" TO WS-ACC-ROLE(WS-ACC-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOINT-OWNERS
           END-IF

           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-COUNT
              MOVE WS-ACC-ID(WS-ACC-IDX) TO FS-ID
              READ ACCOUNTS KEY IS FS-ID
                 INVALID KEY
                    MOVE SPACES TO REPORT-LINE
                    STRING "   " WS-ACC-ID(WS-ACC-IDX) " "
                           WS-ACC-ROLE(WS-ACC-IDX)
                           " (NOT ON THE ACCOUNTS FILE)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                 NOT INVALID KEY
                    MOVE FS-BALANCE TO WS-DISP-AMOUNT
                    MOVE SPACES TO REPORT-LINE
                    STRING "   " FS-ID " " WS-ACC-ROLE(WS-ACC-IDX)
                           " " FS-FULLNAME " " FS-TYPE " "
                           FS-STATUS " OPENED " FS-CREATED-AT
                           " BRANCH " FS-BRANCH " " FS-CURRENCY
                           " " WS-DISP-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
              END-READ
              WRITE REPORT-LINE
              ADD 1 TO WS-SECTION-COUNT
           END-PERFORM

           CLOSE ACCOUNTS.
       0250-FOOT.
           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0250-END.

       0300-KYC-REVIEW.
           MOVE "KYC REVIEW" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT KYC-REVIEW
           IF KYC-REVIEW-CHECK-STATUS = "00"
              MOVE WS-SEARCH-CUST-ID TO KYC-CUST-ID
              READ KYC-REVIEW KEY IS KYC-CUST-ID
                 NOT INVALID KEY
                    ADD 1 TO WS-SECTION-COUNT
                    MOVE SPACES TO REPORT-LINE
                    STRING "   RISK " KYC-RISK-RATING
                           " LAST REVIEW " KYC-LAST-REVIEW
                           " NEXT REVIEW " KYC-NEXT-REVIEW
                           " STATUS " KYC-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
              END-READ
              CLOSE KYC-REVIEW
           END-IF

           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0300-END.

       0350-CONTACT-LOG.
           MOVE "CONTACT LOG" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT CONTACT-LOG
           IF CONTACT-LOG-CHECK-STATUS NOT = "00"
              GO TO 0350-FOOT
           END-IF

           MOVE WS-SEARCH-CUST-ID TO CL-CUST-ID
           MOVE ZEROES TO CL-SEQ
           SET NOT-EOF-FILE TO TRUE
           START CONTACT-LOG KEY IS NOT LESS THAN CL-KEY
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START

           PERFORM UNTIL EOF-FILE
              READ CONTACT-LOG NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF CL-CUST-ID NOT = WS-SEARCH-CUST-ID
                       SET EOF-FILE TO TRUE
                    ELSE
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " CL-TIMESTAMP(1:8) "-"
                              CL-TIMESTAMP(9:6) " " CL-OPERATOR
                              " " CL-CHANNEL " TXN " CL-TR-ID
                              " " CL-NOTE
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CONTACT-LOG.
       0350-FOOT.
           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0350-END.

       0400-ESTATE.
           MOVE "ESTATE RECORD" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT ESTATE
           IF ESTATE-CHECK-STATUS = "00"
              MOVE WS-SEARCH-CUST-ID TO ES-CUST-ID
              READ ESTATE KEY IS ES-CUST-ID
                 NOT INVALID KEY
                    ADD 1 TO WS-SECTION-COUNT
                    MOVE SPACES TO REPORT-LINE
                    STRING "   DATE OF DEATH " ES-DATE-OF-DEATH
                           " DOCS " ES-DOCS-RECEIVED
                           " EXECUTOR " ES-EXECUTOR
                           " STATUS " ES-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
              END-READ
              CLOSE ESTATE
           END-IF

           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0400-END.

       0450-NOTICES.
           MOVE "NOTICES SENT" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT NOTICES
           IF NOTICES-CHECK-STATUS NOT = "00"
              GO TO 0450-FOOT
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ NOTICES NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF NOT-CUST-ID = WS-SEARCH-CUST-ID
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " NOT-ID " " NOT-CREATED-AT
                              " ACCT " NOT-ACC-ID " " NOT-EVENT
                              " PRINTED " NOT-PRINTED " " NOT-TEXT
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTICES.
       0450-FOOT.
           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0450-END.

       0500-DISPUTES.
           MOVE "DISPUTES" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT DISPUTES
           IF DISPUTES-CHECK-STATUS NOT = "00"
              GO TO 0500-FOOT
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ DISPUTES NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    MOVE DSP-ACC-ID TO WS-CHECK-ACC-ID
                    PERFORM 0800-CHECK-ACCOUNT THRU 0800-END
                    IF WS-ACC-LINKED
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " DSP-ID " ACCT " DSP-ACC-ID
                              " TXN " DSP-TR-ID " OPENED " DSP-OPENED
                              " " DSP-STATUS " " DSP-REASON
                              " " DSP-RESOLUTION " " DSP-CLOSED
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DISPUTES.
       0500-FOOT.
           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0500-END.

       0550-LEGAL-ORDERS.
           MOVE "LEGAL ORDERS" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT LEGAL-ORDERS
           IF LEGAL-ORDERS-CHECK-STATUS NOT = "00"
              GO TO 0550-FOOT
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ LEGAL-ORDERS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF LO-CUST-ID = WS-SEARCH-CUST-ID
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE LO-TOTAL-AMOUNT TO WS-DISP-AMOUNT
                       MOVE LO-EXEMPT-AMOUNT TO WS-DISP-AMOUNT-2
                       MOVE LO-FROZEN-AMOUNT TO WS-DISP-AMOUNT-3
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " LO-ID " " LO-ORDER-REF
                              " RECEIVED " LO-RECEIVED-AT " "
                              LO-STATUS " " LO-CREDITOR
                              " TOTAL " WS-DISP-AMOUNT
                              " EXEMPT " WS-DISP-AMOUNT-2
                              " FROZEN " WS-DISP-AMOUNT-3
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE LEGAL-ORDERS.
       0550-FOOT.
           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0550-END.

       0600-SAFE-BOXES.
           MOVE "SAFE DEPOSIT BOX RENTALS" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT SD-RENTALS
           IF SD-RENTALS-CHECK-STATUS NOT = "00"
              GO TO 0600-FOOT
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ SD-RENTALS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF SDR-CUST-ID = WS-SEARCH-CUST-ID
                       OR SDR-CO-CUST-ID = WS-SEARCH-CUST-ID
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "   BRANCH " SDR-BRANCH " BOX "
                              SDR-BOX-NO " RENTER " SDR-CUST-ID
                              " CO-RENTER " SDR-CO-CUST-ID
                              " FEE ACCT " SDR-ACC-ID
                              " RENTED " SDR-RENTED-AT
                              " PAID THRU " SDR-PAID-THRU
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SD-RENTALS.
       0600-FOOT.
           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0600-END.

       0650-PAYEES.
           MOVE "PAYEE REGISTRATIONS" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT PAYEES
           IF PAYEES-CHECK-STATUS = "00"
              MOVE WS-SEARCH-CUST-ID TO PAYEE-CUST-ID
              MOVE LOW-VALUES TO PAYEE-NICKNAME
              SET NOT-EOF-FILE TO TRUE
              START PAYEES KEY IS NOT LESS THAN PAYEE-KEY
                 INVALID KEY
                    SET EOF-FILE TO TRUE
              END-START
              PERFORM UNTIL EOF-FILE
                 READ PAYEES NEXT RECORD
                    AT END
                       SET EOF-FILE TO TRUE
                    NOT AT END
                       IF PAYEE-CUST-ID NOT = WS-SEARCH-CUST-ID
                          SET EOF-FILE TO TRUE
                       ELSE
                          ADD 1 TO WS-SECTION-COUNT
                          MOVE SPACES TO REPORT-LINE
                          STRING "   INTERNAL " PAYEE-NICKNAME
                                 " ACCT " PAYEE-ACC-ID " "
                                 PAYEE-ACC-NAME " ADDED "
                                 PAYEE-ADDED-AT
                             DELIMITED BY SIZE INTO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYEES
           END-IF

           OPEN INPUT EXT-PAYEES
           IF EXT-PAYEES-CHECK-STATUS = "00"
              MOVE WS-SEARCH-CUST-ID TO EP-CUST-ID
              MOVE LOW-VALUES TO EP-NICKNAME
              SET NOT-EOF-FILE TO TRUE
              START EXT-PAYEES KEY IS NOT LESS THAN EP-KEY
                 INVALID KEY
                    SET EOF-FILE TO TRUE
              END-START
              PERFORM UNTIL EOF-FILE
                 READ EXT-PAYEES NEXT RECORD
                    AT END
                       SET EOF-FILE TO TRUE
                    NOT AT END
                       IF EP-CUST-ID NOT = WS-SEARCH-CUST-ID
                          SET EOF-FILE TO TRUE
                       ELSE
                          ADD 1 TO WS-SECTION-COUNT
                          MOVE SPACES TO REPORT-LINE
                          STRING "   EXTERNAL " EP-NICKNAME
                                 " ROUTING " EP-ROUTING-NO
                                 " ACCT " EP-EXT-ACC-NO " "
                                 EP-EXT-NAME " ADDED " EP-ADDED-AT
                                 " " EP-STATUS
                             DELIMITED BY SIZE INTO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXT-PAYEES
           END-IF

           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0650-END.

       0700-SCREENING.
           MOVE "WATCHLIST SCREENING RESULTS" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT SCREEN-HOLDS
           IF SCREEN-HOLDS-CHECK-STATUS NOT = "00"
              GO TO 0700-FOOT
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ SCREEN-HOLDS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    MOVE SH-ACC-ID TO WS-CHECK-ACC-ID
                    PERFORM 0800-CHECK-ACCOUNT THRU 0800-END
                    IF SH-CUST-ID = WS-SEARCH-CUST-ID
                       OR WS-ACC-LINKED
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SH-AMOUNT TO WS-DISP-AMOUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " SH-ID " " SH-SOURCE " HELD "
                              SH-HELD-DATE " ACCT " SH-ACC-ID " "
                              WS-DISP-AMOUNT " HIT " SH-HIT-NAME
                              " " SH-STATUS " " SH-DECIDED-DATE
                              " " SH-REASON
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SCREEN-HOLDS.
       0700-FOOT.
           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0700-END.

       0750-AUDIT-ENTRIES.
           MOVE "AUDIT LOG ENTRIES" TO WS-SECTION-TITLE
           PERFORM 0190-SECTION-HEADING THRU 0190-END

           OPEN INPUT AUDIT-LOG
           IF AUDIT-LOG-CHECK-STATUS NOT = "00"
              GO TO 0750-FOOT
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ AUDIT-LOG
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    MOVE SPACES TO WS-SCAN-TEXT
                    MOVE WS-SEARCH-CUST-ID TO WS-SCAN-TEXT(1:6)
                    MOVE 6 TO WS-SCAN-LEN
                    PERFORM 0770-SCAN-LINE THRU 0770-END
                    PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                       UNTIL WS-ACC-IDX > WS-ACC-COUNT OR SCAN-HIT
                       MOVE WS-ACC-ID(WS-ACC-IDX) TO WS-SCAN-TEXT
                       MOVE 8 TO WS-SCAN-LEN
                       PERFORM 0770-SCAN-LINE THRU 0770-END
                    END-PERFORM
                    IF SCAN-HIT
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " AUDIT-LOG-RECORD
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AUDIT-LOG.
       0750-FOOT.
           PERFORM 0195-SECTION-FOOTING THRU 0195-END.
       0750-END.

       0770-SCAN-LINE.
           SET SCAN-MISS TO TRUE
           COMPUTE WS-SCAN-END = 121 - WS-SCAN-LEN

           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
              UNTIL WS-SCAN-IX > WS-SCAN-END OR SCAN-HIT
              IF AUDIT-LOG-RECORD(WS-SCAN-IX:WS-SCAN-LEN) =
                 WS-SCAN-TEXT(1:WS-SCAN-LEN)
                 SET SCAN-HIT TO TRUE
                 IF WS-SCAN-IX > 1
                    IF AUDIT-LOG-RECORD(WS-SCAN-IX - 1:1) IS NUMERIC
                       SET SCAN-MISS TO TRUE
                    END-IF
                 END-IF
                 IF WS-SCAN-IX < WS-SCAN-END
                    IF AUDIT-LOG-RECORD(WS-SCAN-IX + WS-SCAN-LEN:1)
                       IS NUMERIC
                       SET SCAN-MISS TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       0770-END.

       0800-CHECK-ACCOUNT.
           SET WS-ACC-NOT-LINKED TO TRUE
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-COUNT OR WS-ACC-LINKED
              IF WS-ACC-ID(WS-ACC-IDX) = WS-CHECK-ACC-ID
                 SET WS-ACC-LINKED TO TRUE
              END-IF
           END-PERFORM.
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
                  " " WS-AUDIT-OPERATOR " customerDataReport: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
