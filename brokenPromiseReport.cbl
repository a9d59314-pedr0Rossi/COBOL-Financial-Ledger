       IDENTIFICATION DIVISION.
       PROGRAM-ID. brokenPromiseReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT COLL-CASES ASSIGN TO "collcases.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-ACC-ID
           FILE STATUS IS COLL-CASES-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COLL-CASES.
       01  CC-DETAILS.
           05 CC-ACC-ID              PIC 9(8).
           05 CC-STATUS              PIC X(8).
           05 CC-OPENED              PIC X(10).
           05 CC-CLOSED              PIC X(10).
           05 CC-COLLECTOR           PIC X(8).
           05 CC-DAYS-PAST           PIC 9(5).
           05 CC-MISSED              PIC 9(3).
           05 CC-OLDEST-DUE          PIC X(10).
           05 CC-AMOUNT-DUE          PIC 9(9)V99.
           05 CC-ATTEMPTS            PIC 9(3).
           05 CC-LAST-CONTACT        PIC X(10).
           05 CC-PTP-DATE            PIC X(10).
           05 CC-PTP-AMOUNT          PIC 9(9)V99.
           05 CC-PTP-PAID            PIC 9(9)V99.
           05 CC-PTP-STATUS          PIC X(8).
           05 CC-BROKEN-COUNT        PIC 9(3).
           05 CC-NOTE-COUNT          PIC 9(5).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  COLL-CASES-CHECK-STATUS   PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-CASES              PIC X VALUE "N".
           88  EOF-CASES             VALUE "Y".
           88  NOT-EOF-CASES         VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-ITEM-COUNT             PIC 9(5).
       01  WS-PROMISED-TOTAL         PIC 9(11)V99.
       01  WS-SHORT-TOTAL            PIC 9(11)V99.
       01  WS-SHORTFALL              PIC 9(9)V99.

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-ITEM-COUNT
           MOVE ZEROES TO WS-PROMISED-TOTAL
           MOVE ZEROES TO WS-SHORT-TOTAL

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE REPORT "
                      "CANNOT RUN."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           OPEN INPUT COLL-CASES
           IF COLL-CASES-CHECK-STATUS NOT = "00"
              DISPLAY "NO COLLECTIONS CASES ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "brokenpromises_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              CLOSE COLL-CASES
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "BROKEN PROMISES TO PAY AS OF " WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN ACCT COLLECTR PROMISED   AMOUNT       "
                  "PAID         SHORT        BROKEN"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE ZEROES TO CC-ACC-ID
           SET NOT-EOF-CASES TO TRUE
           START COLL-CASES KEY IS NOT LESS THAN CC-ACC-ID
              INVALID KEY
                 SET EOF-CASES TO TRUE
           END-START

           PERFORM UNTIL EOF-CASES
              READ COLL-CASES NEXT RECORD
                 AT END
                    SET EOF-CASES TO TRUE
                 NOT AT END
                    IF CC-STATUS = "OPEN"
                       AND (CC-PTP-STATUS = "BROKEN"
                         OR (CC-PTP-STATUS = "OPEN"
                             AND CC-PTP-DATE < WS-BUS-DATE))
                       PERFORM 0200-REPORT-CASE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE COLL-CASES

           MOVE SPACES TO REPORT-LINE
           IF WS-ITEM-COUNT = ZEROES
              MOVE "NO BROKEN PROMISES ON OPEN CASES." TO REPORT-LINE
           ELSE
              STRING "BROKEN PROMISES: " WS-ITEM-COUNT
                     " PROMISED " WS-PROMISED-TOTAL
                     " SHORT " WS-SHORT-TOTAL
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT

           DISPLAY "BROKEN PROMISE REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "BROKEN PROMISES" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-REPORT-CASE.
           ADD 1 TO WS-ITEM-COUNT
           ADD CC-PTP-AMOUNT TO WS-PROMISED-TOTAL

           MOVE ZEROES TO WS-SHORTFALL
           IF CC-PTP-AMOUNT > CC-PTP-PAID
              COMPUTE WS-SHORTFALL = CC-PTP-AMOUNT - CC-PTP-PAID
           END-IF
           ADD WS-SHORTFALL TO WS-SHORT-TOTAL

           MOVE SPACES TO REPORT-LINE
           STRING CC-ACC-ID "  " CC-COLLECTOR " " CC-PTP-DATE " "
                  CC-PTP-AMOUNT " " CC-PTP-PAID " " WS-SHORTFALL
                  " " CC-BROKEN-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0200-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
