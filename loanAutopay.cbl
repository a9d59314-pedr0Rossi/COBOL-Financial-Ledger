       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanAutopay.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LOAN-AUTOPAY ASSIGN TO "loanautopay.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LAP-ACC-ID
           FILE STATUS IS AUTOPAY-CHECK-STATUS.

       SELECT LOANS ASSIGN TO "loans.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ACC-ID
           FILE STATUS IS LOANS-CHECK-STATUS.

       SELECT LOAN-SCHEDULE ASSIGN TO "loanschedule.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LSC-KEY
           FILE STATUS IS LOAN-SCHED-CHECK-STATUS.

       SELECT LOAN-ESCROW ASSIGN TO "loanescrow.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-ACC-ID
           FILE STATUS IS ESCROW-CHECK-STATUS.

       SELECT AUTOPAY-CTL ASSIGN TO "autopay.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUTOPAY-CTL-CHECK-STATUS.

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

       FD  LOAN-AUTOPAY.
       01  LAP-DETAILS.
           05 LAP-ACC-ID             PIC 9(8).
           05 LAP-FUND-ACC           PIC 9(8).
           05 LAP-STATUS             PIC X(8).
           05 LAP-ENROLLED           PIC X(10).
           05 LAP-ENROLLED-BY        PIC X(8).
           05 LAP-INSTALL-NO         PIC 9(3).
           05 LAP-ATTEMPTS           PIC 9(2).
           05 LAP-LAST-DATE          PIC X(10).
           05 LAP-LAST-RESULT        PIC X(8).

       FD  LOANS.
       01  LN-DETAILS.
           05 LN-ACC-ID           PIC 9(8).
           05 LN-PRINCIPAL        PIC 9(9)V99.
           05 LN-ANNUAL-RATE      PIC V9(4).
           05 LN-TERM-MONTHS      PIC 9(3).
           05 LN-PAYMENT-AMOUNT   PIC 9(7)V99.
           05 LN-OPENED           PIC X(10).
           05 LN-PAID-COUNT       PIC 9(3).
           05 LN-STATUS           PIC X(8).

       FD  LOAN-SCHEDULE.
       01  LSC-DETAILS.
           05 LSC-KEY.
               10 LSC-ACC-ID      PIC 9(8).
               10 LSC-INSTALL-NO  PIC 9(3).
           05 LSC-DUE-DATE        PIC X(10).
           05 LSC-PAYMENT         PIC 9(7)V99.
           05 LSC-PRINCIPAL       PIC 9(7)V99.
           05 LSC-INTEREST        PIC 9(7)V99.
           05 LSC-BALANCE-AFTER   PIC 9(9)V99.
           05 LSC-STATUS          PIC X(8).

       FD  LOAN-ESCROW.
       01  ESC-DETAILS.
           05 ESC-ACC-ID             PIC 9(8).
           05 ESC-MONTHLY-AMT        PIC 9(7)V99.
           05 ESC-BALANCE            PIC S9(9)V99.
           05 ESC-ANNUAL-NEED        PIC 9(9)V99.
           05 ESC-STATUS             PIC X(8).

       FD  AUTOPAY-CTL.
       01  AUTOPAY-CTL-LINE.
           05 AC-RETRY-DAYS          PIC 9(2).

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

       01  AUTOPAY-CHECK-STATUS      PIC XX.
       01  LOANS-CHECK-STATUS        PIC XX.
       01  LOAN-SCHED-CHECK-STATUS   PIC XX.
       01  ESCROW-CHECK-STATUS       PIC XX.
       01  AUTOPAY-CTL-CHECK-STATUS  PIC XX.
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

       01  WS-EOF-AUTOPAY            PIC X VALUE "N".
           88  EOF-AUTOPAY           VALUE "Y".
           88  NOT-EOF-AUTOPAY       VALUE "N".

       01  WS-EOF-SCHEDULE           PIC X VALUE "N".
           88  EOF-SCHEDULE          VALUE "Y".
           88  NOT-EOF-SCHEDULE      VALUE "N".
       01  WS-FOUND-DUE              PIC X.

       01  WS-RETRY-DAYS             PIC 9(2) VALUE 3.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-DEBIT-TR-ID            PIC 9(9).
       01  WS-RESULT-TEXT            PIC X(30).

       01  WS-ENROLL-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-ATTEMPT-COUNT          PIC 9(6) VALUE ZEROES.
       01  WS-PAID-COUNT             PIC 9(6) VALUE ZEROES.
       01  WS-RETRY-COUNT            PIC 9(6) VALUE ZEROES.
       01  WS-GAVEUP-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-PAID-TOTAL             PIC 9(11)V99 VALUE ZEROES.

       01  WS-ACR-ACC-ID             PIC 9(8).
       01  WS-ACR-AMOUNT             PIC 9(9)V99.

       01  WS-NOTICE-ACC-ID          PIC 9(8).
       01  WS-NOTICE-EVENT           PIC X(12).
       01  WS-NOTICE-TEXT            PIC X(60).

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

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - LOAN AUTOPAY "
                      "CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           OPEN I-O LOAN-AUTOPAY
           IF AUTOPAY-CHECK-STATUS NOT = "00"
              DISPLAY "NO LOANS ARE ENROLLED IN AUTOPAY."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O LOANS
           IF LOANS-CHECK-STATUS NOT = "00"
              MOVE LOANS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING LOANS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE LOAN-AUTOPAY
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O LOAN-SCHEDULE
           IF LOAN-SCHED-CHECK-STATUS NOT = "00"
              MOVE LOAN-SCHED-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING LOAN SCHEDULE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE LOAN-AUTOPAY
              CLOSE LOANS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0150-READ-CONTROL

           MOVE SPACES TO WS-REPORT-NAME
           STRING "autopay_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME
           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING AUTOPAY REPORT" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE LOAN-AUTOPAY
              CLOSE LOANS
              CLOSE LOAN-SCHEDULE
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN AUTOPAY RUN FOR " WS-BUS-DATE
                  " - RETRY DAYS " WS-RETRY-DAYS
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN ACCT FUNDING  INST DUE DATE   AMOUNT       "
                  "TRY RESULT"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO LAP-ACC-ID
           SET NOT-EOF-AUTOPAY TO TRUE
           START LOAN-AUTOPAY KEY IS NOT LESS THAN LAP-ACC-ID
              INVALID KEY
                 SET EOF-AUTOPAY TO TRUE
           END-START

           PERFORM UNTIL EOF-AUTOPAY
              READ LOAN-AUTOPAY NEXT RECORD
                 AT END
                    SET EOF-AUTOPAY TO TRUE
                 NOT AT END
                    IF LAP-STATUS = "ACTIVE"
                       PERFORM 0200-PROCESS-ENROLLMENT THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE LOAN-AUTOPAY
           CLOSE LOANS
           CLOSE LOAN-SCHEDULE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ATTEMPTS " WS-ATTEMPT-COUNT " PAID " WS-PAID-COUNT
                  " AMOUNT " WS-PAID-TOTAL " TO RETRY "
                  WS-RETRY-COUNT " GIVEN UP " WS-GAVEUP-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-OUT

           MOVE "LOAN AUTOPAY" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "AUTOPAY ENROLLMENTS:   " WS-ENROLL-COUNT
           DISPLAY "PAYMENTS ATTEMPTED:    " WS-ATTEMPT-COUNT
           DISPLAY "PAYMENTS COLLECTED:    " WS-PAID-COUNT
                   " AMOUNT " WS-PAID-TOTAL
           DISPLAY "LEFT FOR RETRY:        " WS-RETRY-COUNT
           DISPLAY "GIVEN UP (NSF):        " WS-GAVEUP-COUNT
           DISPLAY "AUTOPAY REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "AUTOPAY TRIED " WS-ATTEMPT-COUNT " PAID "
                  WS-PAID-COUNT " RETRY " WS-RETRY-COUNT
                  " GAVEUP " WS-GAVEUP-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-READ-CONTROL.
           OPEN INPUT AUTOPAY-CTL
           IF AUTOPAY-CTL-CHECK-STATUS = "00"
              READ AUTOPAY-CTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AC-RETRY-DAYS NUMERIC
                       MOVE AC-RETRY-DAYS TO WS-RETRY-DAYS
                    END-IF
              END-READ
              CLOSE AUTOPAY-CTL
           END-IF.
       0150-END.

       0200-PROCESS-ENROLLMENT.
           ADD 1 TO WS-ENROLL-COUNT

           MOVE LAP-ACC-ID TO LN-ACC-ID
           READ LOANS KEY IS LN-ACC-ID
              INVALID KEY
                 MOVE "23" TO WS-ERR-CODE
                 MOVE "AUTOPAY LOAN MISSING" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
                 GO TO 0200-END
           END-READ

           IF LN-STATUS NOT = "ACTIVE"
              GO TO 0200-END
           END-IF

           MOVE "N" TO WS-FOUND-DUE
           MOVE LAP-ACC-ID TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
              INVALID KEY
                 SET EOF-SCHEDULE TO TRUE
           END-START

           PERFORM UNTIL EOF-SCHEDULE OR WS-FOUND-DUE = "Y"
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-SCHEDULE TO TRUE
                 NOT AT END
                    IF LSC-ACC-ID NOT = LAP-ACC-ID
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          MOVE "Y" TO WS-FOUND-DUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-FOUND-DUE NOT = "Y"
              GO TO 0200-END
           END-IF

           IF LSC-DUE-DATE > WS-BUS-DATE
              OR LSC-DUE-DATE < LAP-ENROLLED
              GO TO 0200-END
           END-IF

           IF LSC-INSTALL-NO NOT = LAP-INSTALL-NO
              MOVE LSC-INSTALL-NO TO LAP-INSTALL-NO
              MOVE ZEROES TO LAP-ATTEMPTS
              MOVE SPACES TO LAP-LAST-RESULT
              MOVE SPACES TO LAP-LAST-DATE
           END-IF

           IF LAP-LAST-RESULT = "GAVEUP"
              OR LAP-LAST-DATE = WS-BUS-DATE
              GO TO 0200-END
           END-IF

           ADD 1 TO WS-ATTEMPT-COUNT
           ADD 1 TO LAP-ATTEMPTS
           MOVE WS-BUS-DATE TO LAP-LAST-DATE

           PERFORM 0300-DRAW-PAYMENT THRU 0300-END

           REWRITE LAP-DETAILS
              INVALID KEY
                 MOVE AUTOPAY-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "REWRITING AUTOPAY RECORD" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE

           MOVE SPACES TO REPORT-LINE
           STRING LAP-ACC-ID "  " LAP-FUND-ACC " " LSC-INSTALL-NO
                  "  " LSC-DUE-DATE " " LSC-PAYMENT "  "
                  LAP-ATTEMPTS "  " WS-RESULT-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0200-END.

       0300-DRAW-PAYMENT.
           MOVE LAP-FUND-ACC TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE LSC-PAYMENT TO WS-PR-AMOUNT
           MOVE "LOAN AUTOPAY" TO WS-PR-DESC
           MOVE "XFR" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE "C" TO WS-PR-MODE
           PERFORM 0720-POST-SYSTEM-ENTRY

           IF WS-RS-REJECTED
              PERFORM 0400-PAYMENT-FAILED THRU 0400-END
              GO TO 0300-END
           END-IF

           MOVE WS-RS-TR-ID TO WS-DEBIT-TR-ID

           MOVE LAP-ACC-ID TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE LSC-PAYMENT TO WS-PR-AMOUNT
           MOVE "LOAN PAYMENT" TO WS-PR-DESC
           MOVE "LON" TO WS-PR-TXN-CODE
           MOVE WS-DEBIT-TR-ID TO WS-PR-RELATED-ID
           MOVE "F" TO WS-PR-MODE
           PERFORM 0720-POST-SYSTEM-ENTRY

           IF WS-RS-REJECTED
              MOVE "99" TO WS-ERR-CODE
              MOVE "CREDITING AUTOPAY TO LOAN" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE LAP-FUND-ACC TO WS-PR-ACC-ID
              MOVE "CREDIT" TO WS-PR-TYPE
              MOVE LSC-PAYMENT TO WS-PR-AMOUNT
              MOVE "LOAN AUTOPAY RETURN" TO WS-PR-DESC
              MOVE "XFR" TO WS-PR-TXN-CODE
              MOVE WS-DEBIT-TR-ID TO WS-PR-RELATED-ID
              MOVE "F" TO WS-PR-MODE
              PERFORM 0720-POST-SYSTEM-ENTRY
              MOVE "REJECTED" TO LAP-LAST-RESULT
              MOVE "LOAN CREDIT REJECTED" TO WS-RESULT-TEXT
              ADD 1 TO WS-RETRY-COUNT
              GO TO 0300-END
           END-IF

           IF LSC-INTEREST > ZEROES
              MOVE LAP-ACC-ID TO WS-PR-ACC-ID
              MOVE "DEBIT" TO WS-PR-TYPE
              MOVE LSC-INTEREST TO WS-PR-AMOUNT
              MOVE "LOAN INT PORTION" TO WS-PR-DESC
              MOVE "LON" TO WS-PR-TXN-CODE
              MOVE WS-RS-TR-ID TO WS-PR-RELATED-ID
              MOVE "F" TO WS-PR-MODE
              PERFORM 0720-POST-SYSTEM-ENTRY
           END-IF

           MOVE "PAID" TO LSC-STATUS
           REWRITE LSC-DETAILS
              INVALID KEY
                 MOVE LOAN-SCHED-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "REWRITING INSTALLMENT" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE

           ADD 1 TO LN-PAID-COUNT
           IF LN-PAID-COUNT >= LN-TERM-MONTHS
              MOVE "PAID" TO LN-STATUS
           END-IF
           REWRITE LN-DETAILS
              INVALID KEY
                 MOVE LOANS-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "REWRITING LOAN" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE

           MOVE LAP-ACC-ID TO WS-ACR-ACC-ID
           MOVE LSC-INTEREST TO WS-ACR-AMOUNT
           CALL "relieveAccrual" USING WS-ACR-ACC-ID WS-ACR-AMOUNT

           MOVE "PAID" TO LAP-LAST-RESULT
           MOVE "PAID" TO WS-RESULT-TEXT
           ADD 1 TO WS-PAID-COUNT
           ADD LSC-PAYMENT TO WS-PAID-TOTAL

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "AUTOPAY " LSC-PAYMENT " FROM " LAP-FUND-ACC
                  " TO LOAN " LAP-ACC-ID " INST " LSC-INSTALL-NO
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           PERFORM 0500-COLLECT-ESCROW THRU 0500-END.
       0300-END.

       0400-PAYMENT-FAILED.
           IF WS-RS-REASON-CODE = "NSF "
              MOVE "NSF" TO LAP-LAST-RESULT
           ELSE
              MOVE "REJECTED" TO LAP-LAST-RESULT
           END-IF
           MOVE WS-RS-REASON TO WS-RESULT-TEXT

           IF LAP-ATTEMPTS <= WS-RETRY-DAYS
              ADD 1 TO WS-RETRY-COUNT
              GO TO 0400-END
           END-IF

           MOVE "GAVEUP" TO LAP-LAST-RESULT
           ADD 1 TO WS-GAVEUP-COUNT

           MOVE LAP-ACC-ID TO WS-NOTICE-ACC-ID
           MOVE "AUTOPAYNSF" TO WS-NOTICE-EVENT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "AUTOPAY OF " LSC-PAYMENT " DUE " LSC-DUE-DATE
                  " UNPAID - FUNDS SHORT"
              DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           CALL "writeNotice" USING WS-NOTICE-ACC-ID
                WS-NOTICE-EVENT WS-NOTICE-TEXT

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "AUTOPAY GAVE UP LOAN " LAP-ACC-ID " INST "
                  LSC-INSTALL-NO " AFTER " LAP-ATTEMPTS " TRIES"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
       0400-END.

       0500-COLLECT-ESCROW.
           OPEN I-O LOAN-ESCROW
           IF ESCROW-CHECK-STATUS NOT = "00"
              GO TO 0500-END
           END-IF

           MOVE LAP-ACC-ID TO ESC-ACC-ID
           READ LOAN-ESCROW KEY IS ESC-ACC-ID
              INVALID KEY
                 CLOSE LOAN-ESCROW
                 GO TO 0500-END
           END-READ

           IF ESC-STATUS NOT = "ACTIVE"
              CLOSE LOAN-ESCROW
              GO TO 0500-END
           END-IF

           ADD ESC-MONTHLY-AMT TO ESC-BALANCE
           REWRITE ESC-DETAILS
           CLOSE LOAN-ESCROW

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ESCROW COLL " ESC-MONTHLY-AMT " ACCT "
                  LAP-ACC-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
       0500-END.

       0720-POST-SYSTEM-ENTRY.
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "LOANS" TO WS-PR-CHANNEL
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC
           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT.
       0720-END.

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

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " loanAutopay: "
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
                  " loanAutopay " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
