       IDENTIFICATION DIVISION.
       PROGRAM-ID. sarExtract.
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

       SELECT EXTRACT-OUT ASSIGN TO WS-EXTRACT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

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

       FD  EXTRACT-OUT.
       01  EXTRACT-LINE              PIC X(160).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

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
       01  EXTRACT-CHECK-STATUS      PIC XX.
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

       01  WS-EOF-CASES              PIC X VALUE "N".
           88  EOF-CASES             VALUE "Y".
           88  NOT-EOF-CASES         VALUE "N".

       01  WS-EOF-LINKS              PIC X VALUE "N".
           88  EOF-LINKS             VALUE "Y".
           88  NOT-EOF-LINKS         VALUE "N".

       01  WS-EOF-NOTES              PIC X VALUE "N".
           88  EOF-NOTES             VALUE "Y".
           88  NOT-EOF-NOTES         VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REVIEW-DAYS            PIC 9(3) VALUE 90.
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-DATE-INT               PIC 9(8).

       01  WS-EXTRACT-NAME           PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-CASE-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-LATE-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-RECORD-COUNT           PIC 9(7) VALUE ZEROES.

       01  WS-SAR-HEADER.
           05 WS-SH-RECORD-TYPE      PIC X(1) VALUE "H".
           05 WS-SH-RUN-DATE         PIC X(10).
           05 WS-SH-BATCH-REF        PIC X(10).

       01  WS-SAR-CASE.
           05 WS-SC-RECORD-TYPE      PIC X(1) VALUE "C".
           05 WS-SC-CASE-ID          PIC 9(7).
           05 WS-SC-TITLE            PIC X(30).
           05 WS-SC-DETECTED         PIC X(10).
           05 WS-SC-FILING-DUE       PIC X(10).
           05 WS-SC-OPENED-BY        PIC X(8).
           05 WS-SC-DECIDED-BY       PIC X(8).
           05 WS-SC-SIGNED-BY        PIC X(8).
           05 WS-SC-SIGNED-DATE      PIC X(10).
           05 WS-SC-TXN-TOTAL        PIC 9(11)V99.

       01  WS-SAR-SUBJECT.
           05 WS-SS-RECORD-TYPE      PIC X(1) VALUE "S".
           05 WS-SS-CASE-ID          PIC 9(7).
           05 WS-SS-CUST-ID          PIC 9(6).
           05 WS-SS-NAME             PIC X(30).
           05 WS-SS-TAX-ID           PIC X(11).
           05 WS-SS-BIRTH-DATE       PIC X(10).
           05 WS-SS-DOC-TYPE         PIC X(10).
           05 WS-SS-DOC-NO           PIC X(15).
           05 WS-SS-ADDRESS          PIC X(30).
           05 WS-SS-CITY             PIC X(20).
           05 WS-SS-POSTAL-CODE      PIC X(10).

       01  WS-SAR-ACCOUNT.
           05 WS-SA-RECORD-TYPE      PIC X(1) VALUE "A".
           05 WS-SA-CASE-ID          PIC 9(7).
           05 WS-SA-ACC-ID           PIC 9(8).
           05 WS-SA-CUST-ID          PIC 9(6).
           05 WS-SA-TYPE             PIC X(10).
           05 WS-SA-STATUS           PIC X(7).
           05 WS-SA-OPENED           PIC X(10).
           05 WS-SA-BRANCH           PIC X(4).
           05 WS-SA-CURRENCY         PIC X(3).

       01  WS-SAR-ALERT.
           05 WS-SL-RECORD-TYPE      PIC X(1) VALUE "L".
           05 WS-SL-CASE-ID          PIC 9(7).
           05 WS-SL-ALERT-ID         PIC 9(7).
           05 WS-SL-RULE-ID          PIC 9(4).
           05 WS-SL-DATE             PIC X(10).
           05 WS-SL-ACC-ID           PIC 9(8).
           05 WS-SL-COUNT            PIC 9(5).
           05 WS-SL-AMOUNT           PIC 9(11)V99.

       01  WS-SAR-TXN.
           05 WS-SX-RECORD-TYPE      PIC X(1) VALUE "X".
           05 WS-SX-CASE-ID          PIC 9(7).
           05 WS-SX-TR-ID            PIC 9(9).
           05 WS-SX-ACC-ID           PIC 9(8).
           05 WS-SX-DATE             PIC X(10).
           05 WS-SX-TYPE             PIC X(6).
           05 WS-SX-TXN-CODE         PIC X(4).
           05 WS-SX-AMOUNT           PIC 9(9)V99.
           05 WS-SX-DESC             PIC X(20).
           05 WS-SX-BRANCH           PIC X(4).

       01  WS-SAR-NARRATIVE.
           05 WS-SN-RECORD-TYPE      PIC X(1) VALUE "N".
           05 WS-SN-CASE-ID          PIC 9(7).
           05 WS-SN-SEQ              PIC 9(4).
           05 WS-SN-DATE             PIC X(10).
           05 WS-SN-OPERATOR         PIC X(8).
           05 WS-SN-TEXT             PIC X(70).

       01  WS-SAR-TRAILER.
           05 WS-ST-RECORD-TYPE      PIC X(1) VALUE "T".
           05 WS-ST-CASE-COUNT       PIC 9(5).
           05 WS-ST-RECORD-COUNT     PIC 9(7).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-CASE-COUNT
           MOVE ZEROES TO WS-LATE-COUNT
           MOVE ZEROES TO WS-RECORD-COUNT

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE REGULATORY "
                      "EXTRACT CANNOT BE BUILT."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           MOVE SPACES TO WS-EXTRACT-NAME
           STRING "sar_extract_" WS-DATE-YYYYMMDD ".DAT"
              DELIMITED BY SIZE INTO WS-EXTRACT-NAME

           OPEN I-O SAR-CASES
           IF SAR-CASES-CHECK-STATUS NOT = "00"
              DISPLAY "NO SUSPICIOUS ACTIVITY CASES ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT SAR-LINKS
           OPEN INPUT SAR-NOTES
           OPEN INPUT AML-ALERTS
           OPEN INPUT CUSTOMERS
           OPEN INPUT ACCOUNTS
           OPEN INPUT TRANSACTIONS

           OPEN OUTPUT EXTRACT-OUT
           IF EXTRACT-CHECK-STATUS NOT = "00"
              MOVE EXTRACT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING REGULATORY EXTRACT" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              PERFORM 0800-CLOSE-FILES
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE TO WS-SH-RUN-DATE
           MOVE SPACES TO WS-SH-BATCH-REF
           STRING "S" WS-DATE-YYYYMMDD
              DELIMITED BY SIZE INTO WS-SH-BATCH-REF
           MOVE SPACES TO EXTRACT-LINE
           MOVE WS-SAR-HEADER TO EXTRACT-LINE
           PERFORM 0700-WRITE-EXTRACT

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
                    IF SC-STATUS = "APPROVED"
                       AND SC-DECISION = "FILE"
                       PERFORM 0200-EXTRACT-CASE THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-CASE-COUNT TO WS-ST-CASE-COUNT
           ADD 1 TO WS-RECORD-COUNT
           MOVE WS-RECORD-COUNT TO WS-ST-RECORD-COUNT
           MOVE SPACES TO EXTRACT-LINE
           MOVE WS-SAR-TRAILER TO EXTRACT-LINE
           WRITE EXTRACT-LINE

           CLOSE EXTRACT-OUT
           PERFORM 0800-CLOSE-FILES

           MOVE "SAR FILING EXTRACT" TO WS-CAT-REPORT-NAME
           MOVE WS-EXTRACT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "REGULATORY EXTRACT COMPLETE: " WS-CASE-COUNT
                   " CASES, " WS-RECORD-COUNT " RECORDS"
           IF WS-LATE-COUNT > ZEROES
              DISPLAY "*** " WS-LATE-COUNT " CASES ARE PAST THEIR "
                      "FILING DEADLINE ***"
           END-IF
           DISPLAY "EXTRACT FILE: " WS-EXTRACT-NAME

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SAR EXTRACT " WS-CASE-COUNT " CASES "
                  WS-LATE-COUNT " LATE"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-EXTRACT-CASE.
           ADD 1 TO WS-CASE-COUNT
           IF SC-FILING-DUE < WS-BUS-DATE
              ADD 1 TO WS-LATE-COUNT
           END-IF

           MOVE SC-ID TO WS-SC-CASE-ID
           MOVE SC-TITLE TO WS-SC-TITLE
           MOVE SC-DETECTED TO WS-SC-DETECTED
           MOVE SC-FILING-DUE TO WS-SC-FILING-DUE
           MOVE SC-OPENED-BY TO WS-SC-OPENED-BY
           MOVE SC-DECIDED-BY TO WS-SC-DECIDED-BY
           MOVE SC-SIGNED-BY TO WS-SC-SIGNED-BY
           MOVE SC-SIGNED-DATE TO WS-SC-SIGNED-DATE
           MOVE SC-TXN-TOTAL TO WS-SC-TXN-TOTAL
           MOVE SPACES TO EXTRACT-LINE
           MOVE WS-SAR-CASE TO EXTRACT-LINE
           PERFORM 0700-WRITE-EXTRACT

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
                       PERFORM 0300-EXTRACT-LINK THRU 0300-END
                    END-IF
              END-READ
           END-PERFORM

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
                       MOVE SC-ID TO WS-SN-CASE-ID
                       MOVE SN-SEQ TO WS-SN-SEQ
                       MOVE SN-DATE TO WS-SN-DATE
                       MOVE SN-OPERATOR TO WS-SN-OPERATOR
                       MOVE SN-TEXT TO WS-SN-TEXT
                       MOVE SPACES TO EXTRACT-LINE
                       MOVE WS-SAR-NARRATIVE TO EXTRACT-LINE
                       PERFORM 0700-WRITE-EXTRACT
                    END-IF
              END-READ
           END-PERFORM

           MOVE "FILED" TO SC-STATUS
           MOVE WS-BUS-DATE TO SC-FILED-DATE
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                 + WS-REVIEW-DAYS
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE WS-DATE-NUM(1:4) TO SC-NEXT-REVIEW(1:4)
           MOVE "-" TO SC-NEXT-REVIEW(5:1)
           MOVE WS-DATE-NUM(5:2) TO SC-NEXT-REVIEW(6:2)
           MOVE "-" TO SC-NEXT-REVIEW(8:1)
           MOVE WS-DATE-NUM(7:2) TO SC-NEXT-REVIEW(9:2)
           REWRITE SC-DETAILS
              INVALID KEY
                 DISPLAY "ERROR MARKING CASE " SC-ID " AS FILED."
           END-REWRITE.
       0200-END.

       0300-EXTRACT-LINK.
           EVALUATE SL-TYPE
              WHEN "ALERT"
                 PERFORM 0310-EXTRACT-ALERT THRU 0310-END
              WHEN "CUSTOMER"
                 PERFORM 0320-EXTRACT-SUBJECT THRU 0320-END
              WHEN "ACCOUNT"
                 PERFORM 0330-EXTRACT-ACCOUNT THRU 0330-END
              WHEN "TXN"
                 PERFORM 0340-EXTRACT-TXN THRU 0340-END
           END-EVALUATE.
       0300-END.

       0310-EXTRACT-ALERT.
           MOVE SL-REF-ID TO AA-ID
           READ AML-ALERTS KEY IS AA-ID
              INVALID KEY
                 GO TO 0310-END
           END-READ

           MOVE SC-ID TO WS-SL-CASE-ID
           MOVE AA-ID TO WS-SL-ALERT-ID
           MOVE AA-RULE-ID TO WS-SL-RULE-ID
           MOVE AA-DATE TO WS-SL-DATE
           MOVE AA-ACC-ID TO WS-SL-ACC-ID
           MOVE AA-COUNT TO WS-SL-COUNT
           MOVE AA-AMOUNT TO WS-SL-AMOUNT
           MOVE SPACES TO EXTRACT-LINE
           MOVE WS-SAR-ALERT TO EXTRACT-LINE
           PERFORM 0700-WRITE-EXTRACT.
       0310-END.

       0320-EXTRACT-SUBJECT.
           MOVE SL-REF-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 GO TO 0320-END
           END-READ

           MOVE SC-ID TO WS-SS-CASE-ID
           MOVE CUST-ID TO WS-SS-CUST-ID
           MOVE CUST-NAME TO WS-SS-NAME
           MOVE CUST-TAX-ID TO WS-SS-TAX-ID
           MOVE CUST-BIRTH-DATE TO WS-SS-BIRTH-DATE
           MOVE CUST-ID-DOC-TYPE TO WS-SS-DOC-TYPE
           MOVE CUST-ID-DOC-NO TO WS-SS-DOC-NO
           MOVE CUST-ADDRESS TO WS-SS-ADDRESS
           MOVE CUST-CITY TO WS-SS-CITY
           MOVE CUST-POSTAL-CODE TO WS-SS-POSTAL-CODE
           MOVE SPACES TO EXTRACT-LINE
           MOVE WS-SAR-SUBJECT TO EXTRACT-LINE
           PERFORM 0700-WRITE-EXTRACT.
       0320-END.

       0330-EXTRACT-ACCOUNT.
           MOVE SL-REF-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 GO TO 0330-END
           END-READ

           MOVE SC-ID TO WS-SA-CASE-ID
           MOVE FS-ID TO WS-SA-ACC-ID
           MOVE FS-CUST-ID TO WS-SA-CUST-ID
           MOVE FS-TYPE TO WS-SA-TYPE
           MOVE FS-STATUS TO WS-SA-STATUS
           MOVE FS-CREATED-AT TO WS-SA-OPENED
           MOVE FS-BRANCH TO WS-SA-BRANCH
           MOVE FS-CURRENCY TO WS-SA-CURRENCY
           MOVE SPACES TO EXTRACT-LINE
           MOVE WS-SAR-ACCOUNT TO EXTRACT-LINE
           PERFORM 0700-WRITE-EXTRACT.
       0330-END.

       0340-EXTRACT-TXN.
           MOVE SC-ID TO WS-SX-CASE-ID
           MOVE SL-REF-ID TO WS-SX-TR-ID
           MOVE SL-TXN-ACC TO WS-SX-ACC-ID
           MOVE SPACES TO WS-SX-DATE
           MOVE SPACES TO WS-SX-TYPE
           MOVE SPACES TO WS-SX-TXN-CODE
           MOVE ZEROES TO WS-SX-AMOUNT
           MOVE SPACES TO WS-SX-DESC
           MOVE SPACES TO WS-SX-BRANCH

           MOVE SL-REF-ID TO TR-ID
           MOVE SL-TXN-ACC TO TR-ACC-ID
           READ TRANSACTIONS KEY IS TR-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE TR-DATE TO WS-SX-DATE
                 MOVE TR-TYPE TO WS-SX-TYPE
                 MOVE TR-TXN-CODE TO WS-SX-TXN-CODE
                 MOVE TR-AMOUNT TO WS-SX-AMOUNT
                 MOVE TR-DESC TO WS-SX-DESC
                 MOVE TR-BRANCH TO WS-SX-BRANCH
           END-READ

           MOVE SPACES TO EXTRACT-LINE
           MOVE WS-SAR-TXN TO EXTRACT-LINE
           PERFORM 0700-WRITE-EXTRACT.
       0340-END.

       0700-WRITE-EXTRACT.
           WRITE EXTRACT-LINE
           ADD 1 TO WS-RECORD-COUNT.
       0700-END.

       0800-CLOSE-FILES.
           CLOSE SAR-CASES
           CLOSE SAR-LINKS
           CLOSE SAR-NOTES
           CLOSE AML-ALERTS
           CLOSE CUSTOMERS
           CLOSE ACCOUNTS
           CLOSE TRANSACTIONS.
       0800-END.

       0880-WRITE-AUDIT.
           MOVE "BATCH" TO WS-AUDIT-OPERATOR
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
                  " " WS-AUDIT-OPERATOR " sarExtract: "
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

           STRING WS-ERR-TIMESTAMP(1:8) "-" WS-ERR-TIMESTAMP(9:6)
                  " sarExtract " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
