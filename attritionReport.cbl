       IDENTIFICATION DIVISION.
       PROGRAM-ID. attritionReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACCT-CLOSURES ASSIGN TO "acctclosures.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACL-KEY
           FILE STATUS IS CLOSURES-CHECK-STATUS.

       SELECT CLOSE-REASONS ASSIGN TO "closereasons.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CODE
           FILE STATUS IS CLOSE-REASONS-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCT-CLOSURES.
       01  ACL-DETAILS.
           05 ACL-KEY.
               10 ACL-ACC-ID         PIC 9(8).
               10 ACL-CLOSED-DATE    PIC X(10).
           05 ACL-REASON             PIC X(4).
           05 ACL-SOURCE             PIC X(8).
           05 ACL-CUST-ID            PIC 9(6).
           05 ACL-CUST-SINCE         PIC X(10).
           05 ACL-TYPE               PIC X(10).
           05 ACL-BRANCH             PIC X(4).
           05 ACL-CURRENCY           PIC X(3).
           05 ACL-BALANCE            PIC 9(9)V99.
           05 ACL-LAST-ACCOUNT       PIC X(1).
           05 ACL-CLOSED-BY          PIC X(8).
           05 ACL-STATUS             PIC X(8).

       FD  CLOSE-REASONS.
       01  CR-DETAILS.
           05 CR-CODE                PIC X(4).
           05 CR-DESCRIPTION         PIC X(30).
           05 CR-CATEGORY            PIC X(8).
           05 CR-STATUS              PIC X(7).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  CLOSURES-CHECK-STATUS     PIC XX.
       01  CLOSE-REASONS-CHECK-STATUS PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-CLOSURES           PIC X VALUE "N".
           88  EOF-CLOSURES          VALUE "Y".
           88  NOT-EOF-CLOSURES      VALUE "N".

       01  WS-REASONS-OPEN           PIC X VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-MONTH-IN               PIC X(7).
       01  WS-MON-YEAR               PIC X(4).
       01  WS-MON-MONTH              PIC X(2).
       01  WS-FROM-DATE              PIC X(10).
       01  WS-TO-DATE                PIC X(10).

       01  WS-TENURE-YEARS           PIC S9(4).
       01  WS-SINCE-YEAR             PIC 9(4).
       01  WS-CLOSED-YEAR            PIC 9(4).
       01  WS-TENURE-BAND            PIC X(1).

       01  WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 300 TIMES.
              10 WS-SUM-DIM          PIC X(1).
              10 WS-SUM-KEY          PIC X(10).
              10 WS-SUM-CLOSED       PIC 9(5).
              10 WS-SUM-LAST         PIC 9(5).
              10 WS-SUM-KEPT         PIC 9(5).
              10 WS-SUM-BALANCE      PIC 9(11)V99.
       01  WS-SUM-USED               PIC 9(3) VALUE ZEROES.
       01  WS-SUM-IX                 PIC 9(3).
       01  WS-SUM-HIT                PIC 9(3).
       01  WS-SUM-SHIFT              PIC 9(3).
       01  WS-SUM-OVERFLOW           PIC 9(5) VALUE ZEROES.

       01  WS-KEY-IN.
           05 WS-KEY-DIM             PIC X(1).
           05 WS-KEY-VALUE           PIC X(10).
       01  WS-KEY-ROW.
           05 WS-KEY-ROW-DIM         PIC X(1).
           05 WS-KEY-ROW-VALUE       PIC X(10).

       01  WS-SEC-DIM                PIC X(1).
       01  WS-SEC-TITLE              PIC X(30).

       01  WS-TOTALS.
           05 WS-TOT-CLOSED          PIC 9(5) VALUE ZEROES.
           05 WS-TOT-LAST            PIC 9(5) VALUE ZEROES.
           05 WS-TOT-KEPT            PIC 9(5) VALUE ZEROES.
           05 WS-TOT-BALANCE         PIC 9(11)V99 VALUE ZEROES.

       01  WS-DETAIL-LINE.
           05 WS-DL-KEY              PIC X(10).
           05 FILLER                 PIC X(2).
           05 WS-DL-DESC             PIC X(30).
           05 FILLER                 PIC X(1).
           05 WS-DL-CLOSED           PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-DL-LAST             PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-DL-KEPT             PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-DL-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-EDIT             PIC ZZZZ9.

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE REPORT "
                      "CANNOT RUN."
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "INSERT THE MONTH (YYYY-MM, E.G. 2026-08): "
           ACCEPT WS-MONTH-IN
           MOVE WS-MONTH-IN(1:4) TO WS-MON-YEAR
           MOVE WS-MONTH-IN(6:2) TO WS-MON-MONTH

           IF WS-MON-YEAR NOT NUMERIC OR WS-MON-MONTH NOT NUMERIC
              OR WS-MONTH-IN(5:1) NOT = "-"
              OR WS-MON-MONTH < "01" OR WS-MON-MONTH > "12"
              DISPLAY "INVALID MONTH."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-FROM-DATE
           MOVE SPACES TO WS-TO-DATE
           STRING WS-MON-YEAR "-" WS-MON-MONTH "-01"
              DELIMITED BY SIZE INTO WS-FROM-DATE
           STRING WS-MON-YEAR "-" WS-MON-MONTH "-31"
              DELIMITED BY SIZE INTO WS-TO-DATE

           OPEN INPUT ACCT-CLOSURES
           IF CLOSURES-CHECK-STATUS NOT = "00"
              DISPLAY "NO ACCOUNT CLOSURES ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE LOW-VALUES TO ACL-KEY
           SET NOT-EOF-CLOSURES TO TRUE
           START ACCT-CLOSURES KEY IS NOT LESS THAN ACL-KEY
              INVALID KEY
                 SET EOF-CLOSURES TO TRUE
           END-START

           PERFORM UNTIL EOF-CLOSURES
              READ ACCT-CLOSURES NEXT RECORD
                 AT END
                    SET EOF-CLOSURES TO TRUE
                 NOT AT END
                    IF ACL-STATUS = "CLOSED"
                       AND ACL-CLOSED-DATE NOT < WS-FROM-DATE
                       AND ACL-CLOSED-DATE NOT > WS-TO-DATE
                       PERFORM 0200-TALLY-CLOSURE THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ACCT-CLOSURES

           MOVE "N" TO WS-REASONS-OPEN
           OPEN INPUT CLOSE-REASONS
           IF CLOSE-REASONS-CHECK-STATUS = "00"
              MOVE "Y" TO WS-REASONS-OPEN
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "attrition_" WS-MON-YEAR WS-MON-MONTH ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              IF WS-REASONS-OPEN = "Y"
                 CLOSE CLOSE-REASONS
              END-IF
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "MONTHLY CUSTOMER ATTRITION REPORT " WS-MONTH-IN
                  " AS AT " WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE "R" TO WS-SEC-DIM
           MOVE "BY CLOSURE REASON" TO WS-SEC-TITLE
           PERFORM 0400-WRITE-SECTION THRU 0400-END
           MOVE "B" TO WS-SEC-DIM
           MOVE "BY BRANCH" TO WS-SEC-TITLE
           PERFORM 0400-WRITE-SECTION THRU 0400-END
           MOVE "T" TO WS-SEC-DIM
           MOVE "BY ACCOUNT TYPE" TO WS-SEC-TITLE
           PERFORM 0400-WRITE-SECTION THRU 0400-END
           MOVE "N" TO WS-SEC-DIM
           MOVE "BY CUSTOMER TENURE" TO WS-SEC-TITLE
           PERFORM 0400-WRITE-SECTION THRU 0400-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "ALL" TO WS-DL-KEY
           MOVE "TOTAL" TO WS-DL-DESC
           MOVE WS-TOT-CLOSED TO WS-DL-CLOSED
           MOVE WS-TOT-LAST TO WS-DL-LAST
           MOVE WS-TOT-KEPT TO WS-DL-KEPT
           MOVE WS-TOT-BALANCE TO WS-DL-BALANCE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-LAST TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS LOST (CLOSED LAST ACCOUNT):       "
                  WS-COUNT-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE WS-TOT-KEPT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSURES WHERE CUSTOMER KEPT OTHER ACCOUNTS: "
                  WS-COUNT-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE "BALANCES ARE SHOWN IN EACH ACCOUNT'S OWN CURRENCY."
             TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           IF WS-SUM-OVERFLOW > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "ROWS NOT ANALYSED (TABLE FULL): "
                     WS-SUM-OVERFLOW
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-IF

           CLOSE REPORT-OUT
           IF WS-REASONS-OPEN = "Y"
              CLOSE CLOSE-REASONS
           END-IF

           DISPLAY "ATTRITION REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "ATTRITION REPORT" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING "MONTH " WS-MONTH-IN
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-TALLY-CLOSURE.
           ADD 1 TO WS-TOT-CLOSED
           IF ACL-LAST-ACCOUNT = "Y"
              ADD 1 TO WS-TOT-LAST
           ELSE
              ADD 1 TO WS-TOT-KEPT
           END-IF
           ADD ACL-BALANCE TO WS-TOT-BALANCE

           PERFORM 0220-TENURE-BAND THRU 0220-END

           MOVE "R" TO WS-KEY-DIM
           MOVE ACL-REASON TO WS-KEY-VALUE
           PERFORM 0240-ADD-TO-ROW THRU 0240-END
           MOVE "B" TO WS-KEY-DIM
           MOVE ACL-BRANCH TO WS-KEY-VALUE
           PERFORM 0240-ADD-TO-ROW THRU 0240-END
           MOVE "T" TO WS-KEY-DIM
           MOVE ACL-TYPE TO WS-KEY-VALUE
           PERFORM 0240-ADD-TO-ROW THRU 0240-END
           MOVE "N" TO WS-KEY-DIM
           MOVE WS-TENURE-BAND TO WS-KEY-VALUE
           PERFORM 0240-ADD-TO-ROW THRU 0240-END.
       0200-END.

       0220-TENURE-BAND.
           MOVE "9" TO WS-TENURE-BAND
           IF ACL-CUST-SINCE(1:4) NOT NUMERIC
              OR ACL-CLOSED-DATE(1:4) NOT NUMERIC
              GO TO 0220-END
           END-IF

           MOVE ACL-CUST-SINCE(1:4) TO WS-SINCE-YEAR
           MOVE ACL-CLOSED-DATE(1:4) TO WS-CLOSED-YEAR
           COMPUTE WS-TENURE-YEARS = WS-CLOSED-YEAR - WS-SINCE-YEAR
           IF ACL-CLOSED-DATE(6:5) < ACL-CUST-SINCE(6:5)
              SUBTRACT 1 FROM WS-TENURE-YEARS
           END-IF

           EVALUATE TRUE
              WHEN WS-TENURE-YEARS < 0
                 MOVE "9" TO WS-TENURE-BAND
              WHEN WS-TENURE-YEARS < 1
                 MOVE "1" TO WS-TENURE-BAND
              WHEN WS-TENURE-YEARS < 3
                 MOVE "2" TO WS-TENURE-BAND
              WHEN WS-TENURE-YEARS < 5
                 MOVE "3" TO WS-TENURE-BAND
              WHEN WS-TENURE-YEARS < 10
                 MOVE "4" TO WS-TENURE-BAND
              WHEN OTHER
                 MOVE "5" TO WS-TENURE-BAND
           END-EVALUATE.
       0220-END.

       0240-ADD-TO-ROW.
           MOVE ZEROES TO WS-SUM-HIT
           PERFORM VARYING WS-SUM-IX FROM 1 BY 1
              UNTIL WS-SUM-HIT > ZEROES OR WS-SUM-IX > WS-SUM-USED
              MOVE WS-SUM-DIM(WS-SUM-IX) TO WS-KEY-ROW-DIM
              MOVE WS-SUM-KEY(WS-SUM-IX) TO WS-KEY-ROW-VALUE
              IF WS-KEY-ROW = WS-KEY-IN
                 MOVE WS-SUM-IX TO WS-SUM-HIT
              END-IF
           END-PERFORM

           IF WS-SUM-HIT = ZEROES
              IF WS-SUM-USED = 300
                 ADD 1 TO WS-SUM-OVERFLOW
                 GO TO 0240-END
              END-IF
              PERFORM 0250-INSERT-ROW THRU 0250-END
           END-IF

           ADD 1 TO WS-SUM-CLOSED(WS-SUM-HIT)
           IF ACL-LAST-ACCOUNT = "Y"
              ADD 1 TO WS-SUM-LAST(WS-SUM-HIT)
           ELSE
              ADD 1 TO WS-SUM-KEPT(WS-SUM-HIT)
           END-IF
           ADD ACL-BALANCE TO WS-SUM-BALANCE(WS-SUM-HIT).
       0240-END.

       0250-INSERT-ROW.
           MOVE 1 TO WS-SUM-HIT
           PERFORM VARYING WS-SUM-IX FROM 1 BY 1
              UNTIL WS-SUM-IX > WS-SUM-USED
              MOVE WS-SUM-DIM(WS-SUM-IX) TO WS-KEY-ROW-DIM
              MOVE WS-SUM-KEY(WS-SUM-IX) TO WS-KEY-ROW-VALUE
              IF WS-KEY-ROW < WS-KEY-IN
                 COMPUTE WS-SUM-HIT = WS-SUM-IX + 1
              END-IF
           END-PERFORM

           PERFORM VARYING WS-SUM-SHIFT FROM WS-SUM-USED BY -1
              UNTIL WS-SUM-SHIFT < WS-SUM-HIT
              MOVE WS-SUM-ENTRY(WS-SUM-SHIFT)
                TO WS-SUM-ENTRY(WS-SUM-SHIFT + 1)
           END-PERFORM

           ADD 1 TO WS-SUM-USED
           MOVE WS-KEY-DIM TO WS-SUM-DIM(WS-SUM-HIT)
           MOVE WS-KEY-VALUE TO WS-SUM-KEY(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-CLOSED(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-LAST(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-KEPT(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-BALANCE(WS-SUM-HIT).
       0250-END.

       0400-WRITE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SEC-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "KEY         DESCRIPTION                     "
                  "CLOSD   LAST   KEPT        BALANCE LOST"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM VARYING WS-SUM-IX FROM 1 BY 1
              UNTIL WS-SUM-IX > WS-SUM-USED
              IF WS-SUM-DIM(WS-SUM-IX) = WS-SEC-DIM
                 PERFORM 0450-WRITE-ROW THRU 0450-END
              END-IF
           END-PERFORM.
       0400-END.

       0450-WRITE-ROW.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SUM-KEY(WS-SUM-IX) TO WS-DL-KEY

           EVALUATE WS-SUM-DIM(WS-SUM-IX)
              WHEN "R"
                 IF WS-SUM-KEY(WS-SUM-IX) = SPACES
                    MOVE "NOT RECORDED" TO WS-DL-DESC
                 ELSE
                    IF WS-REASONS-OPEN = "Y"
                       MOVE WS-SUM-KEY(WS-SUM-IX) TO CR-CODE
                       READ CLOSE-REASONS KEY IS CR-CODE
                          INVALID KEY
                             MOVE "UNKNOWN REASON CODE" TO WS-DL-DESC
                          NOT INVALID KEY
                             MOVE CR-DESCRIPTION TO WS-DL-DESC
                       END-READ
                    END-IF
                 END-IF
              WHEN "B"
                 IF WS-SUM-KEY(WS-SUM-IX) = SPACES
                    MOVE "NO BRANCH" TO WS-DL-DESC
                 END-IF
              WHEN "N"
                 EVALUATE WS-SUM-KEY(WS-SUM-IX)
                    WHEN "1"
                       MOVE "UNDER 1 YEAR" TO WS-DL-DESC
                    WHEN "2"
                       MOVE "1 TO 3 YEARS" TO WS-DL-DESC
                    WHEN "3"
                       MOVE "3 TO 5 YEARS" TO WS-DL-DESC
                    WHEN "4"
                       MOVE "5 TO 10 YEARS" TO WS-DL-DESC
                    WHEN "5"
                       MOVE "10 YEARS OR MORE" TO WS-DL-DESC
                    WHEN OTHER
                       MOVE "TENURE NOT KNOWN" TO WS-DL-DESC
                 END-EVALUATE
           END-EVALUATE

           MOVE WS-SUM-CLOSED(WS-SUM-IX) TO WS-DL-CLOSED
           MOVE WS-SUM-LAST(WS-SUM-IX) TO WS-DL-LAST
           MOVE WS-SUM-KEPT(WS-SUM-IX) TO WS-DL-KEPT
           MOVE WS-SUM-BALANCE(WS-SUM-IX) TO WS-DL-BALANCE

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0450-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
