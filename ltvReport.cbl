       IDENTIFICATION DIVISION.
       PROGRAM-ID. ltvReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT COLLATERAL ASSIGN TO "collateral.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COL-ACC-ID
           FILE STATUS IS COLLATERAL-CHECK-STATUS.

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

       SELECT LTV-CTL ASSIGN TO "ltv.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LTV-CTL-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COLLATERAL.
       01  COL-DETAILS.
           05 COL-ACC-ID             PIC 9(8).
           05 COL-TYPE               PIC X(10).
           05 COL-DESCRIPTION        PIC X(40).
           05 COL-VALUE              PIC 9(9)V99.
           05 COL-VAL-DATE           PIC X(10).
           05 COL-LIEN-POS           PIC 9.
           05 COL-STATUS             PIC X(8).
           05 COL-RELEASE-DATE       PIC X(10).
           05 COL-RELEASED-BY        PIC X(8).

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

       FD  LTV-CTL.
       01  LT-LINE                   PIC X(20).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  COLLATERAL-CHECK-STATUS   PIC XX.
       01  LOANS-CHECK-STATUS        PIC XX.
       01  LOAN-SCHED-CHECK-STATUS   PIC XX.
       01  LTV-CTL-CHECK-STATUS      PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-COLLATERAL         PIC X VALUE "N".
           88  EOF-COLLATERAL        VALUE "Y".
           88  NOT-EOF-COLLATERAL    VALUE "N".

       01  WS-EOF-SCHEDULE           PIC X VALUE "N".
           88  EOF-SCHEDULE          VALUE "Y".
           88  NOT-EOF-SCHEDULE      VALUE "N".
       01  WS-FOUND-DUE              PIC X.

       01  WS-LT-POLICY-LINE.
           05 WS-LT-MAX-LTV          PIC 9(3).
           05 FILLER                 PIC X.
           05 WS-LT-REVAL-DAYS       PIC 9(4).
           05 FILLER                 PIC X(12).

       01  WS-MAX-LTV                PIC 9(3) VALUE 80.
       01  WS-REVAL-DAYS             PIC 9(4) VALUE 365.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-BUS-NUM                PIC 9(8).
       01  WS-VAL-NUM                PIC 9(8).
       01  WS-VAL-AGE                PIC S9(5).

       01  WS-OUT-PRINCIPAL          PIC 9(9)V99.
       01  WS-LTV-PCT                PIC 9(5)V99.
       01  WS-FLAG                   PIC X(20).

       01  WS-LOAN-COUNT             PIC 9(5).
       01  WS-OVER-COUNT             PIC 9(5).
       01  WS-STALE-COUNT            PIC 9(5).
       01  WS-TOTAL-OUTSTANDING      PIC 9(11)V99.
       01  WS-TOTAL-VALUE            PIC 9(11)V99.
       01  WS-PORTFOLIO-LTV          PIC 9(5)V99.

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-LOAN-COUNT
           MOVE ZEROES TO WS-OVER-COUNT
           MOVE ZEROES TO WS-STALE-COUNT
           MOVE ZEROES TO WS-TOTAL-OUTSTANDING
           MOVE ZEROES TO WS-TOTAL-VALUE

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE REPORT "
                      "CANNOT RUN."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
           MOVE WS-DATE-YYYYMMDD TO WS-BUS-NUM

           PERFORM 0150-READ-CONTROL THRU 0150-END

           OPEN INPUT COLLATERAL
           IF COLLATERAL-CHECK-STATUS NOT = "00"
              DISPLAY "NO COLLATERAL IS ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT LOANS
           IF LOANS-CHECK-STATUS NOT = "00"
              DISPLAY "NO LOANS ARE ON FILE."
              CLOSE COLLATERAL
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT LOAN-SCHEDULE

           MOVE SPACES TO WS-REPORT-NAME
           STRING "ltv_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              CLOSE COLLATERAL
              CLOSE LOANS
              CLOSE LOAN-SCHEDULE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN-TO-VALUE REPORT AS OF " WS-BUS-DATE
                  " - POLICY LTV " WS-MAX-LTV "% REVALUE EVERY "
                  WS-REVAL-DAYS " DAYS"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN ACCT TYPE       L OUTSTANDING  APPRAISED    "
                  "VALUED     LTV%     FLAG"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE ZEROES TO COL-ACC-ID
           SET NOT-EOF-COLLATERAL TO TRUE
           START COLLATERAL KEY IS NOT LESS THAN COL-ACC-ID
              INVALID KEY
                 SET EOF-COLLATERAL TO TRUE
           END-START

           PERFORM UNTIL EOF-COLLATERAL
              READ COLLATERAL NEXT RECORD
                 AT END
                    SET EOF-COLLATERAL TO TRUE
                 NOT AT END
                    IF COL-STATUS = "HELD"
                       PERFORM 0200-REPORT-LOAN THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE COLLATERAL
           CLOSE LOANS
           CLOSE LOAN-SCHEDULE

           PERFORM 0400-WRITE-TOTALS THRU 0400-END

           CLOSE REPORT-OUT

           DISPLAY "LOAN-TO-VALUE REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "LOAN-TO-VALUE" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-READ-CONTROL.
           OPEN INPUT LTV-CTL
           IF LTV-CTL-CHECK-STATUS NOT = "00"
              GO TO 0150-END
           END-IF

           READ LTV-CTL
              AT END
                 CLOSE LTV-CTL
                 GO TO 0150-END
           END-READ

           MOVE LT-LINE TO WS-LT-POLICY-LINE
           IF WS-LT-MAX-LTV NUMERIC
              AND WS-LT-MAX-LTV > ZEROES
              MOVE WS-LT-MAX-LTV TO WS-MAX-LTV
           END-IF
           IF WS-LT-REVAL-DAYS NUMERIC
              AND WS-LT-REVAL-DAYS > ZEROES
              MOVE WS-LT-REVAL-DAYS TO WS-REVAL-DAYS
           END-IF

           CLOSE LTV-CTL.
       0150-END.

       0200-REPORT-LOAN.
           MOVE COL-ACC-ID TO LN-ACC-ID
           READ LOANS KEY IS LN-ACC-ID
              INVALID KEY
                 GO TO 0200-END
           END-READ

           IF LN-STATUS NOT = "ACTIVE"
              GO TO 0200-END
           END-IF

           PERFORM 0250-OUTSTANDING-PRINCIPAL

           ADD 1 TO WS-LOAN-COUNT
           ADD WS-OUT-PRINCIPAL TO WS-TOTAL-OUTSTANDING
           ADD COL-VALUE TO WS-TOTAL-VALUE

           MOVE SPACES TO WS-FLAG
           MOVE 99999.99 TO WS-LTV-PCT
           IF COL-VALUE > ZEROES
              COMPUTE WS-LTV-PCT ROUNDED =
                      WS-OUT-PRINCIPAL * 100 / COL-VALUE
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-LTV-PCT
              END-COMPUTE
           END-IF

           IF WS-LTV-PCT > WS-MAX-LTV
              ADD 1 TO WS-OVER-COUNT
              MOVE "OVER-LTV" TO WS-FLAG
           END-IF

           MOVE 99999 TO WS-VAL-AGE
           IF COL-VAL-DATE(1:4) NUMERIC
              AND COL-VAL-DATE(6:2) NUMERIC
              AND COL-VAL-DATE(9:2) NUMERIC
              MOVE COL-VAL-DATE(1:4) TO WS-VAL-NUM(1:4)
              MOVE COL-VAL-DATE(6:2) TO WS-VAL-NUM(5:2)
              MOVE COL-VAL-DATE(9:2) TO WS-VAL-NUM(7:2)
              COMPUTE WS-VAL-AGE =
                      FUNCTION INTEGER-OF-DATE (WS-BUS-NUM)
                    - FUNCTION INTEGER-OF-DATE (WS-VAL-NUM)
           END-IF

           IF WS-VAL-AGE > WS-REVAL-DAYS
              ADD 1 TO WS-STALE-COUNT
              IF WS-FLAG = SPACES
                 MOVE "STALE-VALUE" TO WS-FLAG
              ELSE
                 MOVE "OVER-LTV STALE-VALUE" TO WS-FLAG
              END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING COL-ACC-ID "  " COL-TYPE " " COL-LIEN-POS " "
                  WS-OUT-PRINCIPAL " " COL-VALUE " " COL-VAL-DATE
                  " " WS-LTV-PCT " " WS-FLAG
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0200-END.

       0250-OUTSTANDING-PRINCIPAL.
           MOVE ZEROES TO WS-OUT-PRINCIPAL
           MOVE "N" TO WS-FOUND-DUE
           MOVE LN-ACC-ID TO LSC-ACC-ID
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
                    IF LSC-ACC-ID NOT = LN-ACC-ID
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          MOVE "Y" TO WS-FOUND-DUE
                          COMPUTE WS-OUT-PRINCIPAL =
                                  LSC-BALANCE-AFTER + LSC-PRINCIPAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0250-END.

       0400-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-LOAN-COUNT = ZEROES
              MOVE "NO ACTIVE LOANS HAVE COLLATERAL ON FILE."
                TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
              GO TO 0400-END
           END-IF

           MOVE ZEROES TO WS-PORTFOLIO-LTV
           IF WS-TOTAL-VALUE > ZEROES
              COMPUTE WS-PORTFOLIO-LTV ROUNDED =
                      WS-TOTAL-OUTSTANDING * 100 / WS-TOTAL-VALUE
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-PORTFOLIO-LTV
              END-COMPUTE
           END-IF

           STRING "SECURED LOANS: " WS-LOAN-COUNT
                  " OUTSTANDING " WS-TOTAL-OUTSTANDING
                  " APPRAISED " WS-TOTAL-VALUE
                  " LTV " WS-PORTFOLIO-LTV "%"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "OVER POLICY LTV: " WS-OVER-COUNT
                  "  VALUATION OLDER THAN " WS-REVAL-DAYS " DAYS: "
                  WS-STALE-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0400-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
