       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageSarCases.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SAR-CASES ASSIGN TO "sarcases.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-ID
           FILE STATUS IS SAR-CASES-CHECK-STATUS.

       SELECT SAR-LINKS ASSIGN TO "sarlinks.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-KEY
           FILE STATUS IS SAR-LINKS-CHECK-STATUS.

       SELECT SAR-NOTES ASSIGN TO "sarnotes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SN-KEY
           FILE STATUS IS SAR-NOTES-CHECK-STATUS.

       SELECT AML-ALERTS ASSIGN TO "amlalerts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AA-ID
           FILE STATUS IS AML-ALERTS-CHECK-STATUS.

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

       SELECT TRANSACTIONS ASSIGN TO "transactions.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           ALTERNATE RECORD KEY IS TR-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS TRANSACTIONS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SAR-CASES.
       01  SC-DETAILS.
           05 SC-ID                  PIC 9(7).
           05 SC-TITLE               PIC X(30).
           05 SC-OPENED              PIC X(10).
           05 SC-OPENED-BY           PIC X(8).
           05 SC-DETECTED            PIC X(10).
           05 SC-FILING-DUE          PIC X(10).
           05 SC-STATUS              PIC X(8).
           05 SC-DECISION            PIC X(8).
           05 SC-DECIDED             PIC X(10).
           05 SC-DECIDED-BY          PIC X(8).
           05 SC-SIGNED-BY           PIC X(8).
           05 SC-SIGNED-DATE         PIC X(10).
           05 SC-FILED-DATE          PIC X(10).
           05 SC-FILING-REF          PIC X(20).
           05 SC-TXN-TOTAL           PIC 9(11)V99.
           05 SC-NEXT-REVIEW         PIC X(10).
           05 SC-CONT-COUNT          PIC 9(3).

       FD  SAR-LINKS.
       01  SL-DETAILS.
           05 SL-KEY.
              10 SL-CASE-ID          PIC 9(7).
              10 SL-SEQ              PIC 9(4).
           05 SL-TYPE                PIC X(8).
           05 SL-REF-ID              PIC 9(9).
           05 SL-TXN-ACC             PIC 9(8).
           05 SL-ADDED               PIC X(10).
           05 SL-ADDED-BY            PIC X(8).

       FD  SAR-NOTES.
       01  SN-DETAILS.
           05 SN-KEY.
              10 SN-CASE-ID          PIC 9(7).
              10 SN-SEQ              PIC 9(4).
           05 SN-DATE                PIC X(10).
           05 SN-OPERATOR            PIC X(8).
           05 SN-TEXT                PIC X(70).

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

       FD  TRANSACTIONS.
       01 FD-TRANSACTION-DETAILS.
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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  SAR-CASES-CHECK-STATUS    PIC XX.
       01  SAR-LINKS-CHECK-STATUS    PIC XX.
       01  SAR-NOTES-CHECK-STATUS    PIC XX.
       01  AML-ALERTS-CHECK-STATUS   PIC XX.
       01  CUSTOMERS-CHECK-STATUS    PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-CASES              PIC X VALUE "N".
           88  EOF-CASES             VALUE "Y".
           88  NOT-EOF-CASES         VALUE "N".

       01  WS-EOF-LINKS              PIC X VALUE "N".
           88  EOF-LINKS             VALUE "Y".
           88  NOT-EOF-LINKS         VALUE "N".

       01  WS-EOF-NOTES              PIC X VALUE "N".
           88  EOF-NOTES             VALUE "Y".
           88  NOT-EOF-NOTES         VALUE "N".

       01  WS-MENU-OPT               PIC 9.

       01  WS-FILING-DAYS            PIC 9(3) VALUE 30.

       01  WS-CASE-ID-IN             PIC 9(7).
       01  WS-TITLE-IN               PIC X(30).
       01  WS-ALERT-ID-IN            PIC 9(7).
       01  WS-CUST-ID-IN             PIC 9(6).
       01  WS-ACC-ID-IN              PIC 9(8).
       01  WS-TR-ID-IN               PIC 9(9).
       01  WS-ATTACH-TYPE            PIC X.
       01  WS-DECISION-IN            PIC X.
       01  WS-CONFIRM                PIC X.
       01  WS-NOTE-IN                PIC X(70).
       01  WS-FILING-REF-IN          PIC X(20).

       01  WS-NEXT-CASE-ID           PIC 9(7).
       01  WS-LINK-TYPE              PIC X(8).
       01  WS-LINK-REF               PIC 9(9).
       01  WS-LINK-ACC               PIC 9(8).
       01  WS-LINK-FOUND             PIC X.
       01  WS-LINK-COUNT             PIC 9(4).
       01  WS-NEXT-LINK-SEQ          PIC 9(4).
       01  WS-NEXT-NOTE-SEQ          PIC 9(4).
       01  WS-NOTE-TEXT              PIC X(70).
       01  WS-LIST-COUNT             PIC 9(5).
       01  WS-DAYS-LEFT              PIC S9(5).
       01  WS-OPERATOR               PIC X(8).

       01  WS-SUP-ID                 PIC X(8).
       01  WS-SUP-OK                 PIC X.
           88  WS-SUP-VERIFIED       VALUE "Y".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-BUS-NUM                PIC 9(8).
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-DATE-INT               PIC 9(8).

       01  WS-SAR-MENU.
           02 WS-SAR-MENU-LINE    PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-SAR-MENU-OPT1    PIC X(17)
                                   VALUE "1 - Open a Case".
           02 WS-SAR-MENU-OPT2    PIC X(38) VALUE
               "2 - Attach Alert/Customer/Account/Txn".
           02 WS-SAR-MENU-OPT3    PIC X(17)
                                   VALUE "3 - Add Narrative".
           02 WS-SAR-MENU-OPT4    PIC X(15)
                                   VALUE "4 - View a Case".
           02 WS-SAR-MENU-OPT5    PIC X(19)
                                   VALUE "5 - Record Decision".
           02 WS-SAR-MENU-OPT6    PIC X(24)
                                   VALUE "6 - Supervisor Sign-off".
           02 WS-SAR-MENU-OPT7    PIC X(27)
                                   VALUE "7 - Record Filing Reference".
           02 WS-SAR-MENU-OPT8    PIC X(15)
                                   VALUE "8 - List Cases".
           02 WS-SAR-MENU-OPT9    PIC X(32)
                           VALUE "9 - Produce Regulatory Extract".
           02 WS-SAR-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-SAR-MENU-LINE
           DISPLAY "SUSPICIOUS ACTIVITY CASES"
           DISPLAY WS-SAR-MENU-OPT1
           DISPLAY WS-SAR-MENU-OPT2
           DISPLAY WS-SAR-MENU-OPT3
           DISPLAY WS-SAR-MENU-OPT4
           DISPLAY WS-SAR-MENU-OPT5
           DISPLAY WS-SAR-MENU-OPT6
           DISPLAY WS-SAR-MENU-OPT7
           DISPLAY WS-SAR-MENU-OPT8
           DISPLAY WS-SAR-MENU-OPT9
           DISPLAY WS-SAR-MENU-OPT0
           DISPLAY WS-SAR-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 9
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT = 9
              CALL "sarExtract"
              PERFORM 0100-MAIN
           END-IF

           MOVE "UNKNOWN" TO WS-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO WS-OPERATOR
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           MOVE WS-BUS-DATE(1:4) TO WS-BUS-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-BUS-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-BUS-NUM(7:2)

           PERFORM 0150-OPEN-CASE-FILES THRU 0150-END
           IF SAR-CASES-CHECK-STATUS NOT = "00"
              OR SAR-LINKS-CHECK-STATUS NOT = "00"
              OR SAR-NOTES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE CASE FILES: "
                      SAR-CASES-CHECK-STATUS " "
                      SAR-LINKS-CHECK-STATUS " "
                      SAR-NOTES-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-OPEN-CASE THRU 0200-END
              WHEN 2
                 PERFORM 0300-ATTACH THRU 0300-END
              WHEN 3
                 PERFORM 0400-ADD-NARRATIVE THRU 0400-END
              WHEN 4
                 PERFORM 0500-VIEW-CASE THRU 0500-END
              WHEN 5
                 PERFORM 0600-RECORD-DECISION THRU 0600-END
              WHEN 6
                 PERFORM 0650-SIGN-OFF THRU 0650-END
              WHEN 7
                 PERFORM 0700-RECORD-FILING-REF THRU 0700-END
              WHEN 8
                 PERFORM 0750-LIST-CASES THRU 0750-END
           END-EVALUATE

           CLOSE SAR-CASES
           CLOSE SAR-LINKS
           CLOSE SAR-NOTES
           PERFORM 0100-MAIN.
       0100-END.

       0150-OPEN-CASE-FILES.
           OPEN I-O SAR-CASES
           IF SAR-CASES-CHECK-STATUS = "35"
              OPEN OUTPUT SAR-CASES
              CLOSE SAR-CASES
              OPEN I-O SAR-CASES
           END-IF

           OPEN I-O SAR-LINKS
           IF SAR-LINKS-CHECK-STATUS = "35"
              OPEN OUTPUT SAR-LINKS
              CLOSE SAR-LINKS
              OPEN I-O SAR-LINKS
           END-IF

           OPEN I-O SAR-NOTES
           IF SAR-NOTES-CHECK-STATUS = "35"
              OPEN OUTPUT SAR-NOTES
              CLOSE SAR-NOTES
              OPEN I-O SAR-NOTES
           END-IF.
       0150-END.

       0180-READ-CASE.
           DISPLAY "INSERT THE CASE ID: "
           ACCEPT WS-CASE-ID-IN

           MOVE WS-CASE-ID-IN TO SC-ID
           READ SAR-CASES KEY IS SC-ID
              INVALID KEY
                 DISPLAY "NO SUCH CASE."
                 MOVE ZEROES TO WS-CASE-ID-IN
           END-READ.
       0180-END.

       0200-OPEN-CASE.
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN."
              GO TO 0200-END
           END-IF

           DISPLAY "INSERT A SHORT CASE TITLE: "
           ACCEPT WS-TITLE-IN
           MOVE FUNCTION UPPER-CASE (WS-TITLE-IN) TO WS-TITLE-IN
           IF WS-TITLE-IN = SPACES
              DISPLAY "THE TITLE CANNOT BE BLANK."
              GO TO 0200-END
           END-IF

           PERFORM 0250-NEXT-CASE-ID

           MOVE WS-NEXT-CASE-ID TO SC-ID
           MOVE WS-TITLE-IN TO SC-TITLE
           MOVE WS-BUS-DATE TO SC-OPENED
           MOVE WS-OPERATOR TO SC-OPENED-BY
           MOVE WS-BUS-DATE TO SC-DETECTED
           PERFORM 0260-SET-FILING-DUE
           MOVE "OPEN" TO SC-STATUS
           MOVE SPACES TO SC-DECISION
           MOVE SPACES TO SC-DECIDED
           MOVE SPACES TO SC-DECIDED-BY
           MOVE SPACES TO SC-SIGNED-BY
           MOVE SPACES TO SC-SIGNED-DATE
           MOVE SPACES TO SC-FILED-DATE
           MOVE SPACES TO SC-FILING-REF
           MOVE ZEROES TO SC-TXN-TOTAL
           MOVE SPACES TO SC-NEXT-REVIEW
           MOVE ZEROES TO SC-CONT-COUNT

           WRITE SC-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING CASE RECORD."
                 GO TO 0200-END
           END-WRITE

           MOVE WS-NEXT-CASE-ID TO WS-CASE-ID-IN
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "CASE OPENED: " WS-TITLE-IN
              DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM 0450-WRITE-NOTE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "OPENED SAR CASE " WS-NEXT-CASE-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "CASE " WS-NEXT-CASE-ID " OPENED. ATTACH THE "
                   "ALERTS THAT PROMPTED IT TO SET THE DETECTION DATE."
           DISPLAY "FILING DEADLINE (IF FILED): " SC-FILING-DUE.
       0200-END.

       0250-NEXT-CASE-ID.
           MOVE ZEROES TO WS-NEXT-CASE-ID
           MOVE ZEROES TO SC-ID
           SET NOT-EOF-CASES TO TRUE
           START SAR-CASES KEY IS NOT LESS THAN SC-ID
              INVALID KEY
                 SET EOF-CASES TO TRUE
           END-START

           PERFORM UNTIL EOF-CASES
              READ SAR-CASES NEXT RECORD
                 AT END
                    SET EOF-CASES TO TRUE
                 NOT AT END
                    MOVE SC-ID TO WS-NEXT-CASE-ID
              END-READ
           END-PERFORM

           ADD 1 TO WS-NEXT-CASE-ID.
       0250-END.

       0260-SET-FILING-DUE.
           MOVE SC-DETECTED(1:4) TO WS-DATE-NUM(1:4)
           MOVE SC-DETECTED(6:2) TO WS-DATE-NUM(5:2)
           MOVE SC-DETECTED(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                 + WS-FILING-DAYS
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE WS-DATE-NUM(1:4) TO SC-FILING-DUE(1:4)
           MOVE "-" TO SC-FILING-DUE(5:1)
           MOVE WS-DATE-NUM(5:2) TO SC-FILING-DUE(6:2)
           MOVE "-" TO SC-FILING-DUE(8:1)
           MOVE WS-DATE-NUM(7:2) TO SC-FILING-DUE(9:2).
       0260-END.

       0300-ATTACH.
           PERFORM 0180-READ-CASE
           IF WS-CASE-ID-IN = ZEROES
              GO TO 0300-END
           END-IF

           IF SC-STATUS NOT = "OPEN"
              DISPLAY "CASE " SC-ID " IS " SC-STATUS
                      " - NOTHING MORE CAN BE ATTACHED."
              GO TO 0300-END
           END-IF

           DISPLAY "ATTACH (A)LERT, (C)USTOMER, ACCOU(N)T OR "
                   "(T)RANSACTION: "
           ACCEPT WS-ATTACH-TYPE
           MOVE FUNCTION UPPER-CASE (WS-ATTACH-TYPE) TO WS-ATTACH-TYPE

           EVALUATE WS-ATTACH-TYPE
              WHEN "A"
                 PERFORM 0310-ATTACH-ALERT THRU 0310-END
              WHEN "C"
                 DISPLAY "INSERT THE CUSTOMER ID: "
                 ACCEPT WS-CUST-ID-IN
                 PERFORM 0320-ATTACH-CUSTOMER THRU 0320-END
              WHEN "N"
                 DISPLAY "INSERT THE ACCOUNT ID: "
                 ACCEPT WS-ACC-ID-IN
                 PERFORM 0330-ATTACH-ACCOUNT THRU 0330-END
              WHEN "T"
                 PERFORM 0340-ATTACH-TXN THRU 0340-END
              WHEN OTHER
                 DISPLAY "INVALID CHOICE."
           END-EVALUATE.
       0300-END.

       0310-ATTACH-ALERT.
           DISPLAY "INSERT THE AML ALERT ID: "
           ACCEPT WS-ALERT-ID-IN

           OPEN I-O AML-ALERTS
           IF AML-ALERTS-CHECK-STATUS NOT = "00"
              DISPLAY "NO AML ALERTS ARE ON FILE."
              GO TO 0310-END
           END-IF

           MOVE WS-ALERT-ID-IN TO AA-ID
           READ AML-ALERTS KEY IS AA-ID
              INVALID KEY
                 DISPLAY "NO SUCH ALERT."
                 CLOSE AML-ALERTS
                 GO TO 0310-END
           END-READ

           IF AA-STATUS NOT = "OPEN" AND AA-STATUS NOT = "ESCALATE"
              DISPLAY "ALERT " AA-ID " IS " AA-STATUS
                      " - ONLY OPEN OR ESCALATED ALERTS CAN BE "
                      "ATTACHED."
              CLOSE AML-ALERTS
              GO TO 0310-END
           END-IF

           MOVE "ALERT" TO WS-LINK-TYPE
           MOVE AA-ID TO WS-LINK-REF
           MOVE ZEROES TO WS-LINK-ACC
           PERFORM 0360-WRITE-LINK THRU 0360-END

           MOVE "CASE" TO AA-STATUS
           MOVE SPACES TO AA-NOTE
           STRING "SAR CASE " SC-ID
              DELIMITED BY SIZE INTO AA-NOTE
           MOVE WS-OPERATOR TO AA-WORKED-BY
           REWRITE AA-DETAILS
           CLOSE AML-ALERTS

           IF AA-DATE < SC-DETECTED
              MOVE AA-DATE TO SC-DETECTED
              PERFORM 0260-SET-FILING-DUE
              REWRITE SC-DETAILS
              DISPLAY "DETECTION DATE MOVED TO " SC-DETECTED
                      " - FILING DEADLINE NOW " SC-FILING-DUE
           END-IF

           IF AA-CUST-ID NOT = ZEROES
              MOVE AA-CUST-ID TO WS-CUST-ID-IN
              PERFORM 0320-ATTACH-CUSTOMER THRU 0320-END
           END-IF

           IF AA-ACC-ID NOT = ZEROES
              MOVE AA-ACC-ID TO WS-ACC-ID-IN
              PERFORM 0330-ATTACH-ACCOUNT THRU 0330-END
           END-IF.
       0310-END.

       0320-ATTACH-CUSTOMER.
           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CUSTOMERS FILE."
              GO TO 0320-END
           END-IF

           MOVE WS-CUST-ID-IN TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "NO SUCH CUSTOMER: " WS-CUST-ID-IN
                 CLOSE CUSTOMERS
                 GO TO 0320-END
           END-READ
           CLOSE CUSTOMERS

           MOVE "CUSTOMER" TO WS-LINK-TYPE
           MOVE WS-CUST-ID-IN TO WS-LINK-REF
           MOVE ZEROES TO WS-LINK-ACC
           PERFORM 0360-WRITE-LINK THRU 0360-END.
       0320-END.

       0330-ATTACH-ACCOUNT.
           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE."
              GO TO 0330-END
           END-IF

           MOVE WS-ACC-ID-IN TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 DISPLAY "NO SUCH ACCOUNT: " WS-ACC-ID-IN
                 CLOSE ACCOUNTS
                 GO TO 0330-END
           END-READ
           CLOSE ACCOUNTS

           MOVE "ACCOUNT" TO WS-LINK-TYPE
           MOVE WS-ACC-ID-IN TO WS-LINK-REF
           MOVE ZEROES TO WS-LINK-ACC
           PERFORM 0360-WRITE-LINK THRU 0360-END.
       0330-END.

       0340-ATTACH-TXN.
           DISPLAY "INSERT THE TRANSACTION ID: "
           ACCEPT WS-TR-ID-IN
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           OPEN INPUT TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING TRANSACTIONS FILE."
              GO TO 0340-END
           END-IF

           MOVE WS-TR-ID-IN TO TR-ID
           MOVE WS-ACC-ID-IN TO TR-ACC-ID
           READ TRANSACTIONS KEY IS TR-KEY
              INVALID KEY
                 DISPLAY "NO SUCH TRANSACTION ON THE LIVE FILE."
                 CLOSE TRANSACTIONS
                 GO TO 0340-END
           END-READ
           CLOSE TRANSACTIONS

           MOVE "TXN" TO WS-LINK-TYPE
           MOVE WS-TR-ID-IN TO WS-LINK-REF
           MOVE WS-ACC-ID-IN TO WS-LINK-ACC
           PERFORM 0360-WRITE-LINK THRU 0360-END
           IF WS-LINK-FOUND = "Y"
              GO TO 0340-END
           END-IF

           ADD TR-AMOUNT TO SC-TXN-TOTAL
           REWRITE SC-DETAILS

           PERFORM 0330-ATTACH-ACCOUNT THRU 0330-END.
       0340-END.

       0350-FIND-LINK.
           MOVE "N" TO WS-LINK-FOUND
           MOVE ZEROES TO WS-LINK-COUNT
           MOVE 1 TO WS-NEXT-LINK-SEQ

           MOVE SC-ID TO SL-CASE-ID
           MOVE ZEROES TO SL-SEQ
           SET NOT-EOF-LINKS TO TRUE
           START SAR-LINKS KEY IS NOT LESS THAN SL-KEY
              INVALID KEY
                 SET EOF-LINKS TO TRUE
           END-START

           PERFORM UNTIL EOF-LINKS
              READ SAR-LINKS NEXT RECORD
                 AT END
                    SET EOF-LINKS TO TRUE
                 NOT AT END
                    IF SL-CASE-ID NOT = SC-ID
                       SET EOF-LINKS TO TRUE
                    ELSE
                       ADD 1 TO WS-LINK-COUNT
                       COMPUTE WS-NEXT-LINK-SEQ = SL-SEQ + 1
                       IF SL-TYPE = WS-LINK-TYPE
                          AND SL-REF-ID = WS-LINK-REF
                          AND SL-TXN-ACC = WS-LINK-ACC
                          MOVE "Y" TO WS-LINK-FOUND
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0350-END.

       0360-WRITE-LINK.
           PERFORM 0350-FIND-LINK
           IF WS-LINK-FOUND = "Y"
              DISPLAY WS-LINK-TYPE " " WS-LINK-REF
                      " IS ALREADY ON THE CASE."
              GO TO 0360-END
           END-IF

           MOVE SC-ID TO SL-CASE-ID
           MOVE WS-NEXT-LINK-SEQ TO SL-SEQ
           MOVE WS-LINK-TYPE TO SL-TYPE
           MOVE WS-LINK-REF TO SL-REF-ID
           MOVE WS-LINK-ACC TO SL-TXN-ACC
           MOVE WS-BUS-DATE TO SL-ADDED
           MOVE WS-OPERATOR TO SL-ADDED-BY
           WRITE SL-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING CASE LINK."
                 GO TO 0360-END
           END-WRITE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SAR CASE " SC-ID " ATTACHED " WS-LINK-TYPE " "
                  WS-LINK-REF
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY WS-LINK-TYPE " " WS-LINK-REF " ATTACHED TO CASE "
                   SC-ID ".".
       0360-END.

       0400-ADD-NARRATIVE.
           PERFORM 0180-READ-CASE
           IF WS-CASE-ID-IN = ZEROES
              GO TO 0400-END
           END-IF

           IF SC-STATUS = "CLOSED"
              DISPLAY "CASE " SC-ID " IS CLOSED."
              GO TO 0400-END
           END-IF

           DISPLAY "INSERT THE NARRATIVE LINE: "
           ACCEPT WS-NOTE-IN
           IF WS-NOTE-IN = SPACES
              DISPLAY "NOTHING WAS ADDED."
              GO TO 0400-END
           END-IF

           MOVE WS-NOTE-IN TO WS-NOTE-TEXT
           PERFORM 0450-WRITE-NOTE

           DISPLAY "NARRATIVE ADDED TO CASE " SC-ID ".".
       0400-END.

       0450-WRITE-NOTE.
           MOVE 1 TO WS-NEXT-NOTE-SEQ
           MOVE WS-CASE-ID-IN TO SN-CASE-ID
           MOVE ZEROES TO SN-SEQ
           SET NOT-EOF-NOTES TO TRUE
           START SAR-NOTES KEY IS NOT LESS THAN SN-KEY
              INVALID KEY
                 SET EOF-NOTES TO TRUE
           END-START

           PERFORM UNTIL EOF-NOTES
              READ SAR-NOTES NEXT RECORD
                 AT END
                    SET EOF-NOTES TO TRUE
                 NOT AT END
                    IF SN-CASE-ID NOT = WS-CASE-ID-IN
                       SET EOF-NOTES TO TRUE
                    ELSE
                       COMPUTE WS-NEXT-NOTE-SEQ = SN-SEQ + 1
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-CASE-ID-IN TO SN-CASE-ID
           MOVE WS-NEXT-NOTE-SEQ TO SN-SEQ
           MOVE WS-BUS-DATE TO SN-DATE
           MOVE WS-OPERATOR TO SN-OPERATOR
           MOVE WS-NOTE-TEXT TO SN-TEXT
           WRITE SN-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING CASE NARRATIVE."
           END-WRITE.
       0450-END.

       0500-VIEW-CASE.
           PERFORM 0180-READ-CASE
           IF WS-CASE-ID-IN = ZEROES
              GO TO 0500-END
           END-IF

           DISPLAY WS-SAR-MENU-LINE
           DISPLAY "CASE " SC-ID " - " SC-TITLE
           DISPLAY "STATUS " SC-STATUS " OPENED " SC-OPENED " BY "
                   SC-OPENED-BY
           DISPLAY "DETECTED " SC-DETECTED " FILING DUE "
                   SC-FILING-DUE
           DISPLAY "TRANSACTIONS ATTACHED TOTAL " SC-TXN-TOTAL
           IF SC-DECISION NOT = SPACES
              DISPLAY "DECISION " SC-DECISION " ON " SC-DECIDED
                      " BY " SC-DECIDED-BY
           END-IF
           IF SC-SIGNED-BY NOT = SPACES
              DISPLAY "SIGNED OFF BY " SC-SIGNED-BY " ON "
                      SC-SIGNED-DATE
           END-IF
           IF SC-FILED-DATE NOT = SPACES
              DISPLAY "FILED " SC-FILED-DATE " REF " SC-FILING-REF
                      " NEXT CONTINUING REVIEW " SC-NEXT-REVIEW
           END-IF

           DISPLAY "ATTACHED:"
           MOVE SC-ID TO SL-CASE-ID
           MOVE ZEROES TO SL-SEQ
           SET NOT-EOF-LINKS TO TRUE
           START SAR-LINKS KEY IS NOT LESS THAN SL-KEY
              INVALID KEY
                 SET EOF-LINKS TO TRUE
           END-START

           PERFORM UNTIL EOF-LINKS
              READ SAR-LINKS NEXT RECORD
                 AT END
                    SET EOF-LINKS TO TRUE
                 NOT AT END
                    IF SL-CASE-ID NOT = SC-ID
                       SET EOF-LINKS TO TRUE
                    ELSE
                       IF SL-TYPE = "TXN"
                          DISPLAY "  " SL-TYPE " " SL-REF-ID
                                  " ACCT " SL-TXN-ACC " ADDED "
                                  SL-ADDED " BY " SL-ADDED-BY
                       ELSE
                          DISPLAY "  " SL-TYPE " " SL-REF-ID
                                  " ADDED " SL-ADDED " BY "
                                  SL-ADDED-BY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           DISPLAY "NARRATIVE:"
           MOVE SC-ID TO SN-CASE-ID
           MOVE ZEROES TO SN-SEQ
           SET NOT-EOF-NOTES TO TRUE
           START SAR-NOTES KEY IS NOT LESS THAN SN-KEY
              INVALID KEY
                 SET EOF-NOTES TO TRUE
           END-START

           PERFORM UNTIL EOF-NOTES
              READ SAR-NOTES NEXT RECORD
                 AT END
                    SET EOF-NOTES TO TRUE
                 NOT AT END
                    IF SN-CASE-ID NOT = SC-ID
                       SET EOF-NOTES TO TRUE
                    ELSE
                       DISPLAY "  " SN-DATE " " SN-OPERATOR " "
                               SN-TEXT
                    END-IF
              END-READ
           END-PERFORM

           DISPLAY WS-SAR-MENU-LINE.
       0500-END.

       0600-RECORD-DECISION.
           PERFORM 0180-READ-CASE
           IF WS-CASE-ID-IN = ZEROES
              GO TO 0600-END
           END-IF

           IF SC-STATUS NOT = "OPEN"
              DISPLAY "CASE " SC-ID " IS " SC-STATUS
                      " - A DECISION CANNOT BE RECORDED."
              GO TO 0600-END
           END-IF

           MOVE SPACES TO WS-LINK-TYPE
           MOVE ZEROES TO WS-LINK-REF
           MOVE ZEROES TO WS-LINK-ACC
           PERFORM 0350-FIND-LINK
           IF WS-LINK-COUNT = ZEROES
              DISPLAY "NOTHING IS ATTACHED TO THE CASE YET."
              GO TO 0600-END
           END-IF

           DISPLAY "DECISION - (N)O FILING OR (F)ILE REPORT: "
           ACCEPT WS-DECISION-IN
           MOVE FUNCTION UPPER-CASE (WS-DECISION-IN) TO WS-DECISION-IN
           IF WS-DECISION-IN NOT = "N" AND WS-DECISION-IN NOT = "F"
              DISPLAY "NO DECISION WAS RECORDED."
              GO TO 0600-END
           END-IF

           DISPLAY "INSERT THE RATIONALE FOR THE DECISION: "
           ACCEPT WS-NOTE-IN
           IF WS-NOTE-IN = SPACES
              DISPLAY "A RATIONALE IS REQUIRED."
              GO TO 0600-END
           END-IF

           IF WS-DECISION-IN = "F"
              MOVE "FILE" TO SC-DECISION
           ELSE
              MOVE "NOFILE" TO SC-DECISION
           END-IF
           MOVE "PENDING" TO SC-STATUS
           MOVE WS-BUS-DATE TO SC-DECIDED
           MOVE WS-OPERATOR TO SC-DECIDED-BY
           REWRITE SC-DETAILS

           MOVE SPACES TO WS-NOTE-TEXT
           STRING "DECISION " SC-DECISION ": " WS-NOTE-IN
              DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM 0450-WRITE-NOTE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SAR CASE " SC-ID " DECISION " SC-DECISION
                  " PENDING SIGN-OFF"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "DECISION RECORDED - A SUPERVISOR MUST SIGN OFF."
           IF SC-DECISION = "FILE"
              DISPLAY "THE REPORT MUST BE FILED BY " SC-FILING-DUE
           END-IF.
       0600-END.

       0650-SIGN-OFF.
           PERFORM 0180-READ-CASE
           IF WS-CASE-ID-IN = ZEROES
              GO TO 0650-END
           END-IF

           IF SC-STATUS NOT = "PENDING"
              DISPLAY "CASE " SC-ID " IS NOT AWAITING SIGN-OFF."
              GO TO 0650-END
           END-IF

           DISPLAY "DECISION " SC-DECISION " BY " SC-DECIDED-BY
                   " ON " SC-DECIDED
           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "THE CASE WAS NOT SIGNED OFF."
              GO TO 0650-END
           END-IF

           IF WS-SUP-ID = SC-DECIDED-BY
              DISPLAY "THE SUPERVISOR CANNOT SIGN OFF THEIR OWN "
                      "DECISION."
              GO TO 0650-END
           END-IF

           DISPLAY "APPROVE THE DECISION? (Y = APPROVE, "
                   "N = RETURN TO INVESTIGATOR): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              DISPLAY "INSERT THE REASON FOR RETURNING THE CASE: "
              ACCEPT WS-NOTE-IN
              MOVE "OPEN" TO SC-STATUS
              MOVE SPACES TO SC-DECISION
              MOVE SPACES TO SC-DECIDED
              MOVE SPACES TO SC-DECIDED-BY
              REWRITE SC-DETAILS
              MOVE SPACES TO WS-NOTE-TEXT
              STRING "RETURNED BY " WS-SUP-ID ": " WS-NOTE-IN
                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
              PERFORM 0450-WRITE-NOTE
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "SAR CASE " SC-ID " RETURNED BY " WS-SUP-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              DISPLAY "CASE RETURNED TO THE INVESTIGATOR."
              GO TO 0650-END
           END-IF

           MOVE WS-SUP-ID TO SC-SIGNED-BY
           MOVE WS-BUS-DATE TO SC-SIGNED-DATE
           IF SC-DECISION = "FILE"
              MOVE "APPROVED" TO SC-STATUS
           ELSE
              MOVE "CLOSED" TO SC-STATUS
           END-IF
           REWRITE SC-DETAILS

           MOVE SPACES TO WS-NOTE-TEXT
           STRING "SIGNED OFF BY " WS-SUP-ID " - " SC-STATUS
              DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM 0450-WRITE-NOTE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SAR CASE " SC-ID " SIGNED OFF BY " WS-SUP-ID
                  " " SC-DECISION
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF SC-DECISION = "FILE"
              DISPLAY "CASE APPROVED FOR FILING - IT WILL BE ON THE "
                      "NEXT REGULATORY EXTRACT (DUE " SC-FILING-DUE
                      ")."
           ELSE
              DISPLAY "CASE CLOSED WITH NO FILING."
           END-IF.
       0650-END.

       0700-RECORD-FILING-REF.
           PERFORM 0180-READ-CASE
           IF WS-CASE-ID-IN = ZEROES
              GO TO 0700-END
           END-IF

           IF SC-STATUS NOT = "FILED"
              DISPLAY "CASE " SC-ID " HAS NOT BEEN FILED."
              GO TO 0700-END
           END-IF

           DISPLAY "INSERT THE REGULATOR'S FILING REFERENCE: "
           ACCEPT WS-FILING-REF-IN
           IF WS-FILING-REF-IN = SPACES
              DISPLAY "NOTHING WAS RECORDED."
              GO TO 0700-END
           END-IF

           MOVE WS-FILING-REF-IN TO SC-FILING-REF
           REWRITE SC-DETAILS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SAR CASE " SC-ID " FILING REF " WS-FILING-REF-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "FILING REFERENCE RECORDED.".
       0700-END.

       0750-LIST-CASES.
           MOVE ZEROES TO WS-LIST-COUNT
           MOVE ZEROES TO SC-ID
           SET NOT-EOF-CASES TO TRUE
           START SAR-CASES KEY IS NOT LESS THAN SC-ID
              INVALID KEY
                 SET EOF-CASES TO TRUE
           END-START

           PERFORM UNTIL EOF-CASES
              READ SAR-CASES NEXT RECORD
                 AT END
                    SET EOF-CASES TO TRUE
                 NOT AT END
                    IF SC-STATUS NOT = "CLOSED"
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 0760-SHOW-CASE-LINE THRU 0760-END
                    END-IF
              END-READ
           END-PERFORM

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO CASES ARE OPEN OR UNDER REVIEW."
           END-IF.
       0750-END.

       0760-SHOW-CASE-LINE.
           IF SC-STATUS = "FILED"
              DISPLAY SC-ID " " SC-STATUS " " SC-TITLE " FILED "
                      SC-FILED-DATE " NEXT REVIEW " SC-NEXT-REVIEW
              GO TO 0760-END
           END-IF

           MOVE SC-FILING-DUE(1:4) TO WS-DATE-NUM(1:4)
           MOVE SC-FILING-DUE(6:2) TO WS-DATE-NUM(5:2)
           MOVE SC-FILING-DUE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-BUS-NUM)

           IF WS-DAYS-LEFT < ZEROES
              DISPLAY SC-ID " " SC-STATUS " " SC-TITLE " DUE "
                      SC-FILING-DUE " *** OVERDUE ***"
           ELSE
              DISPLAY SC-ID " " SC-STATUS " " SC-TITLE " DUE "
                      SC-FILING-DUE " (" WS-DAYS-LEFT " DAYS)"
           END-IF.
       0760-END.

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
                  " " WS-AUDIT-OPERATOR " manageSarCases: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
