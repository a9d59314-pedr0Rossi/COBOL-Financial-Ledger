       IDENTIFICATION DIVISION.
       PROGRAM-ID. sarContinuing.
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

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

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
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
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

       01  WS-EOF-CASES              PIC X VALUE "N".
           88  EOF-CASES             VALUE "Y".
           88  NOT-EOF-CASES         VALUE "N".

       01  WS-EOF-LINKS              PIC X VALUE "N".
           88  EOF-LINKS             VALUE "Y".
           88  NOT-EOF-LINKS         VALUE "N".

       01  WS-EOF-NOTES              PIC X VALUE "N".
           88  EOF-NOTES             VALUE "Y".
           88  NOT-EOF-NOTES         VALUE "N".

       01  WS-EOF-ACCOUNTS           PIC X VALUE "N".
           88  EOF-ACCOUNTS          VALUE "Y".
           88  NOT-EOF-ACCOUNTS      VALUE "N".

       01  WS-EOF-TRANSACTIONS       PIC X VALUE "N".
           88  EOF-TRANSACTIONS      VALUE "Y".
           88  NOT-EOF-TRANSACTIONS  VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REVIEW-DAYS            PIC 9(3) VALUE 90.
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-DATE-INT               PIC 9(8).
       01  WS-SINCE-DATE             PIC X(10).
       01  WS-WORK-DATE              PIC X(10).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-SUBJ-ACC-TABLE.
           05 WS-SUBJ-ACC-ENTRY OCCURS 50 TIMES.
              10 WS-SA-ACC-ID        PIC 9(8).
              10 WS-SA-COUNT         PIC 9(5).
              10 WS-SA-AMOUNT        PIC 9(11)V99.
       01  WS-SUBJ-ACC-COUNT         PIC 9(4).

       01  WS-SUBJ-CUST-TABLE.
           05 WS-SUBJ-CUST-ENTRY OCCURS 20 TIMES.
              10 WS-SC-CUST-ID       PIC 9(6).
       01  WS-SUBJ-CUST-COUNT        PIC 9(4).

       01  WS-IDX                    PIC 9(4).
       01  WS-CX                     PIC 9(4).
       01  WS-FOUND                  PIC X.
       01  WS-ADD-ACC-ID             PIC 9(8).

       01  WS-CASE-TXN-COUNT         PIC 9(5).
       01  WS-CASE-TXN-AMOUNT        PIC 9(11)V99.
       01  WS-NEXT-NOTE-SEQ          PIC 9(4).

       01  WS-DUE-COUNT              PIC 9(5) VALUE ZEROES.
       01  WS-ACTIVE-COUNT           PIC 9(5) VALUE ZEROES.

       01  WS-DETAIL-LINE.
           05 WS-DL-CASE-ID          PIC 9(7).
           05 FILLER                 PIC X(2).
           05 WS-DL-ACC-ID           PIC 9(8).
           05 FILLER                 PIC X(2).
           05 WS-DL-COUNT            PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-DL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2).
           05 WS-DL-FILED            PIC X(10).
           05 FILLER                 PIC X(2).
           05 WS-DL-TITLE            PIC X(30).

       01  WS-AMOUNT-EDIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-DUE-COUNT
           MOVE ZEROES TO WS-ACTIVE-COUNT

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE CONTINUING "
                      "ACTIVITY REVIEW CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           OPEN I-O SAR-CASES
           IF SAR-CASES-CHECK-STATUS = "35"
              DISPLAY "NO SUSPICIOUS ACTIVITY CASES ON FILE - "
                      "NOTHING TO REVIEW."
              GO TO 0900-END-PROGRAM
           END-IF

           IF SAR-CASES-CHECK-STATUS NOT = "00"
              MOVE SAR-CASES-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING SAR CASE FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT SAR-LINKS
           OPEN I-O SAR-NOTES
           OPEN INPUT ACCOUNTS
           OPEN INPUT TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING TRANSACTIONS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              PERFORM 0800-CLOSE-FILES
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "sar_continuing_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING CONTINUING REPORT" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              PERFORM 0800-CLOSE-FILES
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CONTINUING ACTIVITY ON FILED SUSPICIOUS ACTIVITY "
                  "CASES AT " WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CASE     ACCOUNT    TXNS              AMOUNT  "
                  "FILED       TITLE"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

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
                    IF SC-STATUS = "FILED"
                       AND SC-NEXT-REVIEW(1:4) IS NUMERIC
                       AND SC-NEXT-REVIEW NOT > WS-BUS-DATE
                       PERFORM 0200-REVIEW-CASE THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "FILED CASES DUE FOR REVIEW: " WS-DUE-COUNT
                  "  WITH CONTINUING ACTIVITY: " WS-ACTIVE-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT
           PERFORM 0800-CLOSE-FILES

           MOVE "SAR CONTINUING" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING "AS AT " WS-BUS-DATE
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SAR CONTINUING REVIEW: " WS-DUE-COUNT " DUE, "
                  WS-ACTIVE-COUNT " ACTIVE"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-REVIEW-CASE.
           ADD 1 TO WS-DUE-COUNT
           MOVE ZEROES TO WS-SUBJ-ACC-COUNT
           MOVE ZEROES TO WS-SUBJ-CUST-COUNT
           MOVE ZEROES TO WS-CASE-TXN-COUNT
           MOVE ZEROES TO WS-CASE-TXN-AMOUNT

           MOVE SC-NEXT-REVIEW TO WS-WORK-DATE
           PERFORM 0600-SUBTRACT-REVIEW-DAYS
           MOVE WS-WORK-DATE TO WS-SINCE-DATE
           IF WS-SINCE-DATE < SC-FILED-DATE
              MOVE SC-FILED-DATE TO WS-SINCE-DATE
           END-IF

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
                       PERFORM 0300-COLLECT-LINK
                    END-IF
              END-READ
           END-PERFORM

           IF WS-SUBJ-CUST-COUNT > ZEROES
              AND ACCOUNTS-CHECK-STATUS = "00"
              PERFORM 0350-COLLECT-CUST-ACCOUNTS
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUBJ-ACC-COUNT
              PERFORM 0400-COUNT-ACTIVITY
           END-PERFORM

           IF WS-CASE-TXN-COUNT > ZEROES
              PERFORM 0500-REPORT-ACTIVITY
           ELSE
              DISPLAY "CASE " SC-ID " - NO ACTIVITY SINCE "
                      WS-SINCE-DATE
           END-IF

           MOVE SC-NEXT-REVIEW TO WS-WORK-DATE
           PERFORM 0610-ADD-REVIEW-DAYS
           IF WS-WORK-DATE NOT > WS-BUS-DATE
              MOVE WS-BUS-DATE TO WS-WORK-DATE
              PERFORM 0610-ADD-REVIEW-DAYS
           END-IF
           MOVE WS-WORK-DATE TO SC-NEXT-REVIEW
           REWRITE SC-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING CASE " SC-ID "."
           END-REWRITE.
       0200-END.

       0300-COLLECT-LINK.
           EVALUATE SL-TYPE
              WHEN "ACCOUNT"
                 MOVE SL-REF-ID TO WS-ADD-ACC-ID
                 PERFORM 0310-ADD-ACCOUNT
              WHEN "TXN"
                 MOVE SL-TXN-ACC TO WS-ADD-ACC-ID
                 PERFORM 0310-ADD-ACCOUNT
              WHEN "CUSTOMER"
                 MOVE "N" TO WS-FOUND
                 PERFORM VARYING WS-CX FROM 1 BY 1
                         UNTIL WS-CX > WS-SUBJ-CUST-COUNT
                    IF WS-SC-CUST-ID(WS-CX) = SL-REF-ID
                       MOVE "Y" TO WS-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-FOUND = "N" AND WS-SUBJ-CUST-COUNT < 20
                    ADD 1 TO WS-SUBJ-CUST-COUNT
                    MOVE SL-REF-ID TO WS-SC-CUST-ID(WS-SUBJ-CUST-COUNT)
                 END-IF
           END-EVALUATE.
       0300-END.

       0310-ADD-ACCOUNT.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-SUBJ-ACC-COUNT
              IF WS-SA-ACC-ID(WS-CX) = WS-ADD-ACC-ID
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM

           IF WS-FOUND = "N" AND WS-SUBJ-ACC-COUNT < 50
              ADD 1 TO WS-SUBJ-ACC-COUNT
              MOVE WS-ADD-ACC-ID TO WS-SA-ACC-ID(WS-SUBJ-ACC-COUNT)
              MOVE ZEROES TO WS-SA-COUNT(WS-SUBJ-ACC-COUNT)
              MOVE ZEROES TO WS-SA-AMOUNT(WS-SUBJ-ACC-COUNT)
           END-IF.
       0310-END.

       0350-COLLECT-CUST-ACCOUNTS.
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
                    PERFORM VARYING WS-CX FROM 1 BY 1
                            UNTIL WS-CX > WS-SUBJ-CUST-COUNT
                       IF FS-CUST-ID = WS-SC-CUST-ID(WS-CX)
                          MOVE FS-ID TO WS-ADD-ACC-ID
                          PERFORM 0310-ADD-ACCOUNT
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
       0350-END.

       0400-COUNT-ACTIVITY.
           MOVE WS-SA-ACC-ID(WS-IDX) TO TR-ACC-ID
           SET NOT-EOF-TRANSACTIONS TO TRUE
           START TRANSACTIONS KEY IS EQUAL TO TR-ACC-ID
              INVALID KEY
                 SET EOF-TRANSACTIONS TO TRUE
           END-START

           PERFORM UNTIL EOF-TRANSACTIONS
              READ TRANSACTIONS NEXT RECORD
                 AT END
                    SET EOF-TRANSACTIONS TO TRUE
                 NOT AT END
                    IF TR-ACC-ID NOT = WS-SA-ACC-ID(WS-IDX)
                       SET EOF-TRANSACTIONS TO TRUE
                    ELSE
                       IF TR-DATE > WS-SINCE-DATE
                          AND TR-DATE NOT > WS-BUS-DATE
                          ADD 1 TO WS-SA-COUNT(WS-IDX)
                          ADD TR-AMOUNT TO WS-SA-AMOUNT(WS-IDX)
                          ADD 1 TO WS-CASE-TXN-COUNT
                          ADD TR-AMOUNT TO WS-CASE-TXN-AMOUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0400-END.

       0500-REPORT-ACTIVITY.
           ADD 1 TO WS-ACTIVE-COUNT
           ADD 1 TO SC-CONT-COUNT

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUBJ-ACC-COUNT
              IF WS-SA-COUNT(WS-IDX) > ZEROES
                 MOVE SPACES TO WS-DETAIL-LINE
                 MOVE SC-ID TO WS-DL-CASE-ID
                 MOVE WS-SA-ACC-ID(WS-IDX) TO WS-DL-ACC-ID
                 MOVE WS-SA-COUNT(WS-IDX) TO WS-DL-COUNT
                 MOVE WS-SA-AMOUNT(WS-IDX) TO WS-DL-AMOUNT
                 MOVE SC-FILED-DATE TO WS-DL-FILED
                 MOVE SC-TITLE TO WS-DL-TITLE
                 MOVE WS-DETAIL-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
                 DISPLAY REPORT-LINE
              END-IF
           END-PERFORM

           MOVE WS-CASE-TXN-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  CASE " SC-ID " REF " SC-FILING-REF
                  " CONTINUING REVIEW " SC-CONT-COUNT ": "
                  WS-CASE-TXN-COUNT " TXNS SINCE " WS-SINCE-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE 1 TO WS-NEXT-NOTE-SEQ
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
                       COMPUTE WS-NEXT-NOTE-SEQ = SN-SEQ + 1
                    END-IF
              END-READ
           END-PERFORM

           MOVE SC-ID TO SN-CASE-ID
           MOVE WS-NEXT-NOTE-SEQ TO SN-SEQ
           MOVE WS-BUS-DATE TO SN-DATE
           MOVE "BATCH" TO SN-OPERATOR
           MOVE SPACES TO SN-TEXT
           STRING "CONTINUING ACTIVITY: " WS-CASE-TXN-COUNT
                  " TXNS " WS-AMOUNT-EDIT " SINCE " WS-SINCE-DATE
              DELIMITED BY SIZE INTO SN-TEXT
           WRITE SN-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING NARRATIVE FOR CASE " SC-ID "."
           END-WRITE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SAR CASE " SC-ID " CONTINUING ACTIVITY "
                  WS-CASE-TXN-COUNT " TXNS"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
       0500-END.

       0600-SUBTRACT-REVIEW-DAYS.
           MOVE WS-WORK-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-WORK-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-WORK-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                 - WS-REVIEW-DAYS
           PERFORM 0620-FORMAT-WORK-DATE.
       0600-END.

       0610-ADD-REVIEW-DAYS.
           MOVE WS-WORK-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-WORK-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-WORK-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                 + WS-REVIEW-DAYS
           PERFORM 0620-FORMAT-WORK-DATE.
       0610-END.

       0620-FORMAT-WORK-DATE.
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE WS-DATE-NUM(1:4) TO WS-WORK-DATE(1:4)
           MOVE "-" TO WS-WORK-DATE(5:1)
           MOVE WS-DATE-NUM(5:2) TO WS-WORK-DATE(6:2)
           MOVE "-" TO WS-WORK-DATE(8:1)
           MOVE WS-DATE-NUM(7:2) TO WS-WORK-DATE(9:2).
       0620-END.

       0800-CLOSE-FILES.
           CLOSE SAR-CASES
           CLOSE SAR-LINKS
           CLOSE SAR-NOTES
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
                  " " WS-AUDIT-OPERATOR " sarContinuing: "
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
                  " sarContinuing " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
