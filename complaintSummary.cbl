       IDENTIFICATION DIVISION.
       PROGRAM-ID. complaintSummary.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT COMPLAINTS ASSIGN TO "complaints.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-ID
           FILE STATUS IS COMPLAINTS-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPLAINTS.
       01  CMP-DETAILS.
           05 CMP-ID              PIC 9(7).
           05 CMP-CUST-ID         PIC 9(6).
           05 CMP-ACC-ID          PIC 9(8).
           05 CMP-TR-ID           PIC 9(9).
           05 CMP-CATEGORY        PIC X(10).
           05 CMP-CHANNEL         PIC X(8).
           05 CMP-BRANCH          PIC X(4).
           05 CMP-ASSIGNED        PIC X(8).
           05 CMP-SUMMARY         PIC X(40).
           05 CMP-OPENED          PIC X(10).
           05 CMP-ACK-DUE         PIC X(10).
           05 CMP-FINAL-DUE       PIC X(10).
           05 CMP-ACK-DATE        PIC X(10).
           05 CMP-STATUS          PIC X(8).
           05 CMP-OUTCOME         PIC X(8).
           05 CMP-RESOLUTION      PIC X(40).
           05 CMP-REFUND-AMT      PIC 9(7)V99.
           05 CMP-REFUND-TR-ID    PIC 9(9).
           05 CMP-CLOSED          PIC X(10).
           05 CMP-CLOSED-BY       PIC X(8).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  COMPLAINTS-CHECK-STATUS   PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-COMPLAINTS         PIC X VALUE "N".
           88  EOF-COMPLAINTS        VALUE "Y".
           88  NOT-EOF-COMPLAINTS    VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-QUARTER-IN             PIC X(7).
       01  WS-QTR-YEAR               PIC X(4).
       01  WS-QTR-NO                 PIC X(1).
       01  WS-FROM-DATE              PIC X(10).
       01  WS-TO-DATE                PIC X(10).

       01  WS-ROW-LATE-ACK           PIC X.
       01  WS-ROW-LATE-FINAL         PIC X.

       01  WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 200 TIMES.
              10 WS-SUM-BRANCH       PIC X(4).
              10 WS-SUM-CATEGORY     PIC X(10).
              10 WS-SUM-RECEIVED     PIC 9(5).
              10 WS-SUM-OPEN         PIC 9(5).
              10 WS-SUM-UPHELD       PIC 9(5).
              10 WS-SUM-REJECTED     PIC 9(5).
              10 WS-SUM-LATE-ACK     PIC 9(5).
              10 WS-SUM-LATE-FINAL   PIC 9(5).
              10 WS-SUM-REFUNDS      PIC 9(9)V99.
       01  WS-SUM-USED               PIC 9(3) VALUE ZEROES.
       01  WS-SUM-IX                 PIC 9(3).
       01  WS-SUM-HIT                PIC 9(3).
       01  WS-SUM-SHIFT              PIC 9(3).
       01  WS-SUM-OVERFLOW           PIC 9(5) VALUE ZEROES.

       01  WS-KEY-IN.
           05 WS-KEY-BRANCH          PIC X(4).
           05 WS-KEY-CATEGORY        PIC X(10).
       01  WS-KEY-ROW.
           05 WS-KEY-ROW-BRANCH      PIC X(4).
           05 WS-KEY-ROW-CATEGORY    PIC X(10).

       01  WS-CAT-TABLE.
           05 WS-CT-ENTRY OCCURS 7 TIMES.
              10 WS-CT-NAME          PIC X(10).
              10 WS-CT-RECEIVED      PIC 9(5).
              10 WS-CT-UPHELD        PIC 9(5).
              10 WS-CT-LATE-FINAL    PIC 9(5).
              10 WS-CT-REFUNDS       PIC 9(9)V99.
       01  WS-CT-IX                  PIC 9(1).

       01  WS-TOTALS.
           05 WS-TOT-RECEIVED        PIC 9(5) VALUE ZEROES.
           05 WS-TOT-OPEN            PIC 9(5) VALUE ZEROES.
           05 WS-TOT-UPHELD          PIC 9(5) VALUE ZEROES.
           05 WS-TOT-REJECTED        PIC 9(5) VALUE ZEROES.
           05 WS-TOT-LATE-ACK        PIC 9(5) VALUE ZEROES.
           05 WS-TOT-LATE-FINAL      PIC 9(5) VALUE ZEROES.
           05 WS-TOT-REFUNDS         PIC 9(9)V99 VALUE ZEROES.

       01  WS-DETAIL-LINE.
           05 WS-DL-BRANCH           PIC X(4).
           05 FILLER                 PIC X(2).
           05 WS-DL-CATEGORY         PIC X(10).
           05 FILLER                 PIC X(1).
           05 WS-DL-RECEIVED         PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-DL-OPEN             PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-DL-UPHELD           PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-DL-REJECTED         PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-DL-LATE-ACK         PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-DL-LATE-FINAL       PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-DL-REFUNDS          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CAT-LINE.
           05 WS-CL-CATEGORY         PIC X(10).
           05 FILLER                 PIC X(1).
           05 WS-CL-RECEIVED         PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-CL-UPHELD           PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-CL-LATE-FINAL       PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 WS-CL-REFUNDS          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE "SERVICE" TO WS-CT-NAME(1)
           MOVE "FEES" TO WS-CT-NAME(2)
           MOVE "STAFF" TO WS-CT-NAME(3)
           MOVE "PRODUCT" TO WS-CT-NAME(4)
           MOVE "FRAUD" TO WS-CT-NAME(5)
           MOVE "ACCESS" TO WS-CT-NAME(6)
           MOVE "OTHER" TO WS-CT-NAME(7)
           PERFORM VARYING WS-CT-IX FROM 1 BY 1 UNTIL WS-CT-IX > 7
              MOVE ZEROES TO WS-CT-RECEIVED(WS-CT-IX)
              MOVE ZEROES TO WS-CT-UPHELD(WS-CT-IX)
              MOVE ZEROES TO WS-CT-LATE-FINAL(WS-CT-IX)
              MOVE ZEROES TO WS-CT-REFUNDS(WS-CT-IX)
           END-PERFORM

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE REPORT "
                      "CANNOT RUN."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           DISPLAY "INSERT THE QUARTER (YYYY-QN, E.G. 2026-Q3): "
           ACCEPT WS-QUARTER-IN
           MOVE FUNCTION UPPER-CASE (WS-QUARTER-IN) TO WS-QUARTER-IN
           MOVE WS-QUARTER-IN(1:4) TO WS-QTR-YEAR
           MOVE WS-QUARTER-IN(7:1) TO WS-QTR-NO

           IF WS-QTR-YEAR NOT NUMERIC OR WS-QUARTER-IN(5:2) NOT = "-Q"
              DISPLAY "INVALID QUARTER."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-FROM-DATE
           MOVE SPACES TO WS-TO-DATE
           EVALUATE WS-QTR-NO
              WHEN "1"
                 STRING WS-QTR-YEAR "-01-01" DELIMITED BY SIZE
                    INTO WS-FROM-DATE
                 STRING WS-QTR-YEAR "-03-31" DELIMITED BY SIZE
                    INTO WS-TO-DATE
              WHEN "2"
                 STRING WS-QTR-YEAR "-04-01" DELIMITED BY SIZE
                    INTO WS-FROM-DATE
                 STRING WS-QTR-YEAR "-06-30" DELIMITED BY SIZE
                    INTO WS-TO-DATE
              WHEN "3"
                 STRING WS-QTR-YEAR "-07-01" DELIMITED BY SIZE
                    INTO WS-FROM-DATE
                 STRING WS-QTR-YEAR "-09-30" DELIMITED BY SIZE
                    INTO WS-TO-DATE
              WHEN "4"
                 STRING WS-QTR-YEAR "-10-01" DELIMITED BY SIZE
                    INTO WS-FROM-DATE
                 STRING WS-QTR-YEAR "-12-31" DELIMITED BY SIZE
                    INTO WS-TO-DATE
              WHEN OTHER
                 DISPLAY "INVALID QUARTER."
                 GO TO 0900-END-PROGRAM
           END-EVALUATE

           OPEN INPUT COMPLAINTS
           IF COMPLAINTS-CHECK-STATUS NOT = "00"
              DISPLAY "NO COMPLAINTS ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE ZEROES TO CMP-ID
           SET NOT-EOF-COMPLAINTS TO TRUE
           START COMPLAINTS KEY IS NOT LESS THAN CMP-ID
              INVALID KEY
                 SET EOF-COMPLAINTS TO TRUE
           END-START

           PERFORM UNTIL EOF-COMPLAINTS
              READ COMPLAINTS NEXT RECORD
                 AT END
                    SET EOF-COMPLAINTS TO TRUE
                 NOT AT END
                    IF CMP-OPENED NOT < WS-FROM-DATE
                       AND CMP-OPENED NOT > WS-TO-DATE
                       PERFORM 0200-TALLY-COMPLAINT THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE COMPLAINTS

           MOVE SPACES TO WS-REPORT-NAME
           STRING "complaint_summary_" WS-QTR-YEAR "Q" WS-QTR-NO
                  ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "QUARTERLY COMPLAINT SUMMARY " WS-QUARTER-IN
                  " (" WS-FROM-DATE " TO " WS-TO-DATE ") AS AT "
                  WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY BRANCH AND CATEGORY" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "BR    CATEGORY    RCVD   OPEN  UPHLD  REJCT  "
                  "L-ACK  L-FIN         REFUNDS"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM VARYING WS-SUM-IX FROM 1 BY 1
              UNTIL WS-SUM-IX > WS-SUM-USED
              PERFORM 0300-WRITE-ROW
           END-PERFORM

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "ALL" TO WS-DL-BRANCH
           MOVE "TOTAL" TO WS-DL-CATEGORY
           MOVE WS-TOT-RECEIVED TO WS-DL-RECEIVED
           MOVE WS-TOT-OPEN TO WS-DL-OPEN
           MOVE WS-TOT-UPHELD TO WS-DL-UPHELD
           MOVE WS-TOT-REJECTED TO WS-DL-REJECTED
           MOVE WS-TOT-LATE-ACK TO WS-DL-LATE-ACK
           MOVE WS-TOT-LATE-FINAL TO WS-DL-LATE-FINAL
           MOVE WS-TOT-REFUNDS TO WS-DL-REFUNDS
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY CATEGORY" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CATEGORY    RCVD  UPHLD  L-FIN         REFUNDS"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM VARYING WS-CT-IX FROM 1 BY 1 UNTIL WS-CT-IX > 7
              MOVE SPACES TO WS-CAT-LINE
              MOVE WS-CT-NAME(WS-CT-IX) TO WS-CL-CATEGORY
              MOVE WS-CT-RECEIVED(WS-CT-IX) TO WS-CL-RECEIVED
              MOVE WS-CT-UPHELD(WS-CT-IX) TO WS-CL-UPHELD
              MOVE WS-CT-LATE-FINAL(WS-CT-IX) TO WS-CL-LATE-FINAL
              MOVE WS-CT-REFUNDS(WS-CT-IX) TO WS-CL-REFUNDS
              MOVE WS-CAT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-PERFORM

           IF WS-SUM-OVERFLOW > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "COMPLAINTS NOT ANALYSED BY BRANCH (TABLE FULL): "
                     WS-SUM-OVERFLOW
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-IF

           CLOSE REPORT-OUT

           DISPLAY "COMPLAINT SUMMARY WRITTEN TO " WS-REPORT-NAME

           MOVE "COMPLAINT SUMMARY" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING "QUARTER " WS-QUARTER-IN
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-TALLY-COMPLAINT.
           MOVE "N" TO WS-ROW-LATE-ACK
           IF CMP-ACK-DATE = SPACES
              IF WS-BUS-DATE > CMP-ACK-DUE
                 MOVE "Y" TO WS-ROW-LATE-ACK
              END-IF
           ELSE
              IF CMP-ACK-DATE > CMP-ACK-DUE
                 MOVE "Y" TO WS-ROW-LATE-ACK
              END-IF
           END-IF

           MOVE "N" TO WS-ROW-LATE-FINAL
           IF CMP-STATUS = "RESOLVED"
              IF CMP-CLOSED > CMP-FINAL-DUE
                 MOVE "Y" TO WS-ROW-LATE-FINAL
              END-IF
           ELSE
              IF WS-BUS-DATE > CMP-FINAL-DUE
                 MOVE "Y" TO WS-ROW-LATE-FINAL
              END-IF
           END-IF

           ADD 1 TO WS-TOT-RECEIVED
           IF CMP-STATUS NOT = "RESOLVED"
              ADD 1 TO WS-TOT-OPEN
           END-IF
           IF CMP-OUTCOME = "UPHELD" OR CMP-OUTCOME = "PARTIAL"
              ADD 1 TO WS-TOT-UPHELD
           END-IF
           IF CMP-OUTCOME = "REJECTED"
              ADD 1 TO WS-TOT-REJECTED
           END-IF
           IF WS-ROW-LATE-ACK = "Y"
              ADD 1 TO WS-TOT-LATE-ACK
           END-IF
           IF WS-ROW-LATE-FINAL = "Y"
              ADD 1 TO WS-TOT-LATE-FINAL
           END-IF
           ADD CMP-REFUND-AMT TO WS-TOT-REFUNDS

           PERFORM VARYING WS-CT-IX FROM 1 BY 1 UNTIL WS-CT-IX > 7
              IF WS-CT-NAME(WS-CT-IX) = CMP-CATEGORY
                 ADD 1 TO WS-CT-RECEIVED(WS-CT-IX)
                 IF CMP-OUTCOME = "UPHELD" OR CMP-OUTCOME = "PARTIAL"
                    ADD 1 TO WS-CT-UPHELD(WS-CT-IX)
                 END-IF
                 IF WS-ROW-LATE-FINAL = "Y"
                    ADD 1 TO WS-CT-LATE-FINAL(WS-CT-IX)
                 END-IF
                 ADD CMP-REFUND-AMT TO WS-CT-REFUNDS(WS-CT-IX)
              END-IF
           END-PERFORM

           MOVE CMP-BRANCH TO WS-KEY-BRANCH
           MOVE CMP-CATEGORY TO WS-KEY-CATEGORY

           MOVE ZEROES TO WS-SUM-HIT
           PERFORM VARYING WS-SUM-IX FROM 1 BY 1
              UNTIL WS-SUM-HIT > ZEROES OR WS-SUM-IX > WS-SUM-USED
              MOVE WS-SUM-BRANCH(WS-SUM-IX) TO WS-KEY-ROW-BRANCH
              MOVE WS-SUM-CATEGORY(WS-SUM-IX) TO WS-KEY-ROW-CATEGORY
              IF WS-KEY-ROW = WS-KEY-IN
                 MOVE WS-SUM-IX TO WS-SUM-HIT
              END-IF
           END-PERFORM

           IF WS-SUM-HIT = ZEROES
              IF WS-SUM-USED = 200
                 ADD 1 TO WS-SUM-OVERFLOW
                 GO TO 0200-END
              END-IF
              PERFORM 0250-INSERT-ROW
           END-IF

           ADD 1 TO WS-SUM-RECEIVED(WS-SUM-HIT)
           IF CMP-STATUS NOT = "RESOLVED"
              ADD 1 TO WS-SUM-OPEN(WS-SUM-HIT)
           END-IF
           IF CMP-OUTCOME = "UPHELD" OR CMP-OUTCOME = "PARTIAL"
              ADD 1 TO WS-SUM-UPHELD(WS-SUM-HIT)
           END-IF
           IF CMP-OUTCOME = "REJECTED"
              ADD 1 TO WS-SUM-REJECTED(WS-SUM-HIT)
           END-IF
           IF WS-ROW-LATE-ACK = "Y"
              ADD 1 TO WS-SUM-LATE-ACK(WS-SUM-HIT)
           END-IF
           IF WS-ROW-LATE-FINAL = "Y"
              ADD 1 TO WS-SUM-LATE-FINAL(WS-SUM-HIT)
           END-IF
           ADD CMP-REFUND-AMT TO WS-SUM-REFUNDS(WS-SUM-HIT).
       0200-END.

       0250-INSERT-ROW.
           MOVE 1 TO WS-SUM-HIT
           PERFORM VARYING WS-SUM-IX FROM 1 BY 1
              UNTIL WS-SUM-IX > WS-SUM-USED
              MOVE WS-SUM-BRANCH(WS-SUM-IX) TO WS-KEY-ROW-BRANCH
              MOVE WS-SUM-CATEGORY(WS-SUM-IX) TO WS-KEY-ROW-CATEGORY
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
           MOVE WS-KEY-BRANCH TO WS-SUM-BRANCH(WS-SUM-HIT)
           MOVE WS-KEY-CATEGORY TO WS-SUM-CATEGORY(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-RECEIVED(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-OPEN(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-UPHELD(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-REJECTED(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-LATE-ACK(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-LATE-FINAL(WS-SUM-HIT)
           MOVE ZEROES TO WS-SUM-REFUNDS(WS-SUM-HIT).
       0250-END.

       0300-WRITE-ROW.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SUM-BRANCH(WS-SUM-IX) TO WS-DL-BRANCH
           MOVE WS-SUM-CATEGORY(WS-SUM-IX) TO WS-DL-CATEGORY
           MOVE WS-SUM-RECEIVED(WS-SUM-IX) TO WS-DL-RECEIVED
           MOVE WS-SUM-OPEN(WS-SUM-IX) TO WS-DL-OPEN
           MOVE WS-SUM-UPHELD(WS-SUM-IX) TO WS-DL-UPHELD
           MOVE WS-SUM-REJECTED(WS-SUM-IX) TO WS-DL-REJECTED
           MOVE WS-SUM-LATE-ACK(WS-SUM-IX) TO WS-DL-LATE-ACK
           MOVE WS-SUM-LATE-FINAL(WS-SUM-IX) TO WS-DL-LATE-FINAL
           MOVE WS-SUM-REFUNDS(WS-SUM-IX) TO WS-DL-REFUNDS

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0300-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
