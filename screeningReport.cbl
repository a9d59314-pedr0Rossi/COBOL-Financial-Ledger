       IDENTIFICATION DIVISION.
       PROGRAM-ID. screeningReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SCREEN-HOLDS ASSIGN TO "screenholds.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-ID
           FILE STATUS IS SCREEN-HOLDS-CHECK-STATUS.

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

       01  SCREEN-HOLDS-CHECK-STATUS PIC XX.
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

       01  WS-EOF-HOLDS              PIC X VALUE "N".
           88  EOF-HOLDS             VALUE "Y".
           88  NOT-EOF-HOLDS         VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-PASS                   PIC X.
           88  WS-PASS-DECIDED       VALUE "D".
           88  WS-PASS-PENDING       VALUE "P".

       01  WS-HELD-TODAY             PIC 9(5) VALUE ZEROES.
       01  WS-RELEASED-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-PENDING-COUNT          PIC 9(5) VALUE ZEROES.

       01  WS-DETAIL-LINE.
           05 WS-DL-HOLD-ID          PIC 9(7).
           05 FILLER                 PIC X(2).
           05 WS-DL-SOURCE           PIC X(8).
           05 FILLER                 PIC X(2).
           05 WS-DL-REF-ID           PIC 9(9).
           05 FILLER                 PIC X(2).
           05 WS-DL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2).
           05 WS-DL-NAME             PIC X(20).
           05 FILLER                 PIC X(2).
           05 WS-DL-STATUS           PIC X(8).
           05 FILLER                 PIC X(2).
           05 WS-DL-WHO              PIC X(8).
           05 FILLER                 PIC X(2).
           05 WS-DL-HELD-DATE        PIC X(10).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-HELD-TODAY
           MOVE ZEROES TO WS-RELEASED-COUNT
           MOVE ZEROES TO WS-REJECTED-COUNT
           MOVE ZEROES TO WS-PENDING-COUNT

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE WATCHLIST "
                      "HOLD REPORT CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           OPEN INPUT SCREEN-HOLDS
           IF SCREEN-HOLDS-CHECK-STATUS = "35"
              DISPLAY "NO WATCHLIST HOLDS ON FILE - NOTHING TO "
                      "REPORT."
              GO TO 0900-END-PROGRAM
           END-IF

           IF SCREEN-HOLDS-CHECK-STATUS NOT = "00"
              MOVE SCREEN-HOLDS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING SCREENING HOLDS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "screening_holds_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING WATCHLIST HOLD REPORT" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE SCREEN-HOLDS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "WATCHLIST SCREENING HOLDS FOR " WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DECIDED TODAY" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           PERFORM 0250-WRITE-HEADINGS

           SET WS-PASS-DECIDED TO TRUE
           PERFORM 0200-SCAN-HOLDS THRU 0200-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STILL PENDING SUPERVISOR REVIEW" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           PERFORM 0250-WRITE-HEADINGS

           SET WS-PASS-PENDING TO TRUE
           PERFORM 0200-SCAN-HOLDS THRU 0200-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "HELD TODAY: " WS-HELD-TODAY
                  "  RELEASED: " WS-RELEASED-COUNT
                  "  REJECTED: " WS-REJECTED-COUNT
                  "  PENDING: " WS-PENDING-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT
           CLOSE SCREEN-HOLDS

           MOVE "WATCHLIST HOLDS" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING "FOR " WS-BUS-DATE
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "WATCHLIST HOLDS: " WS-RELEASED-COUNT " RELEASED "
                  WS-REJECTED-COUNT " REJECTED " WS-PENDING-COUNT
                  " PENDING"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-SCAN-HOLDS.
           MOVE ZEROES TO SH-ID
           SET NOT-EOF-HOLDS TO TRUE
           START SCREEN-HOLDS KEY IS NOT LESS THAN SH-ID
              INVALID KEY
                 SET EOF-HOLDS TO TRUE
           END-START

           PERFORM UNTIL EOF-HOLDS
              READ SCREEN-HOLDS NEXT RECORD
                 AT END
                    SET EOF-HOLDS TO TRUE
                 NOT AT END
                    PERFORM 0300-CHECK-HOLD THRU 0300-END
              END-READ
           END-PERFORM.
       0200-END.

       0250-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "HOLD     SOURCE    REFERENCE          AMOUNT  "
                  "NAME SCREENED         STATUS    BY        HELD"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0250-END.

       0300-CHECK-HOLD.
           IF WS-PASS-DECIDED
              IF SH-HELD-DATE = WS-BUS-DATE
                 ADD 1 TO WS-HELD-TODAY
              END-IF
              IF SH-STATUS = "PENDING"
                 OR SH-DECIDED-DATE NOT = WS-BUS-DATE
                 GO TO 0300-END
              END-IF
              IF SH-STATUS = "RELEASED"
                 ADD 1 TO WS-RELEASED-COUNT
              ELSE
                 ADD 1 TO WS-REJECTED-COUNT
              END-IF
           ELSE
              IF SH-STATUS NOT = "PENDING"
                 GO TO 0300-END
              END-IF
              ADD 1 TO WS-PENDING-COUNT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SH-ID TO WS-DL-HOLD-ID
           MOVE SH-SOURCE TO WS-DL-SOURCE
           MOVE SH-REF-ID TO WS-DL-REF-ID
           MOVE SH-AMOUNT TO WS-DL-AMOUNT
           MOVE SH-NAME TO WS-DL-NAME
           MOVE SH-STATUS TO WS-DL-STATUS
           IF WS-PASS-DECIDED
              MOVE SH-DECIDED-BY TO WS-DL-WHO
           ELSE
              MOVE SH-HELD-BY TO WS-DL-WHO
           END-IF
           MOVE SH-HELD-DATE TO WS-DL-HELD-DATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-PASS-DECIDED
              STRING "         WATCHLIST HIT: " SH-HIT-NAME
                     "  REASON: " SH-REASON
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "         WATCHLIST HIT: " SH-HIT-NAME
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0300-END.

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
                  " " WS-AUDIT-OPERATOR " screeningReport: "
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
                  " screeningReport " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
