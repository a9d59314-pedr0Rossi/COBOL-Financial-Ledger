       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxPositionReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FX-POSITIONS ASSIGN TO "fxposition.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPS-CURRENCY
           FILE STATUS IS FX-POSITIONS-CHECK-STATUS.

       SELECT FX-LIMITS ASSIGN TO "fxlimits.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FLM-CURRENCY
           FILE STATUS IS FX-LIMITS-CHECK-STATUS.

       SELECT FX-RATES ASSIGN TO "fxrates.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FX-KEY
           FILE STATUS IS FX-RATES-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FX-POSITIONS.
       01  FPS-DETAILS.
           05 FPS-CURRENCY           PIC X(3).
           05 FPS-POSITION           PIC S9(11)V99.
           05 FPS-RATE               PIC 9(3)V9(6).
           05 FPS-BASE-EQUIV         PIC S9(13)V99.
           05 FPS-LAST-UPDATED       PIC X(10).
           05 FPS-LAST-SOURCE        PIC X(20).

       FD  FX-LIMITS.
       01  FLM-DETAILS.
           05 FLM-CURRENCY           PIC X(3).
           05 FLM-LIMIT              PIC 9(11)V99.
           05 FLM-OVERRIDE-AMT       PIC 9(11)V99.
           05 FLM-UPDATED-BY         PIC X(8).
           05 FLM-UPDATED-AT         PIC X(10).

       FD  FX-RATES.
       01  FX-DETAILS.
           05 FX-KEY.
               10 FX-FROM-CCY        PIC X(3).
               10 FX-TO-CCY          PIC X(3).
           05 FX-RATE                PIC 9(3)V9(6).
           05 FX-EFFECTIVE-DATE      PIC X(10).
           05 FX-MAINTAINED-BY       PIC X(8).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  FX-POSITIONS-CHECK-STATUS PIC XX.
       01  FX-LIMITS-CHECK-STATUS    PIC XX.
       01  FX-RATES-CHECK-STATUS     PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-FILE               PIC X VALUE "N".
           88  EOF-FILE              VALUE "Y".
           88  NOT-EOF-FILE          VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-DATE-YYYYMMDD          PIC X(8).

       01  WS-LIMITS-OPEN            PIC X.
       01  WS-RATES-OPEN             PIC X.

       01  WS-RATE                   PIC 9(3)V9(6).
       01  WS-EQUIV                  PIC S9(13)V99.
       01  WS-ABS-EQUIV              PIC 9(13)V99.
       01  WS-LIMIT                  PIC 9(11)V99.
       01  WS-USE-PCT                PIC 9(5)V9.
       01  WS-FLAG                   PIC X(6).

       01  WS-SUM-LONG               PIC 9(13)V99 VALUE ZEROES.
       01  WS-SUM-SHORT              PIC 9(13)V99 VALUE ZEROES.
       01  WS-OVERALL                PIC 9(13)V99 VALUE ZEROES.
       01  WS-CCY-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-BREACH-COUNT           PIC 9(3) VALUE ZEROES.

       01  WS-DETAIL-LINE.
           05 WS-DL-CCY              PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-POSITION         PIC -(11)9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DL-RATE             PIC ZZ9.9(6).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DL-EQUIV            PIC -(13)9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DL-LIMIT            PIC Z(10)9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DL-USE              PIC ZZZZ9.9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-FLAG             PIC X(6).

       01  WS-AMOUNT-OUT             PIC -(13)9.99.
       01  WS-COUNT-OUT              PIC ZZ9.

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BUS-DATE(1:4)
              MOVE "-" TO WS-BUS-DATE(5:1)
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BUS-DATE(6:2)
              MOVE "-" TO WS-BUS-DATE(8:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO WS-BUS-DATE(9:2)
           END-IF

           MOVE ZEROES TO WS-SUM-LONG WS-SUM-SHORT WS-OVERALL
           MOVE ZEROES TO WS-CCY-COUNT WS-BREACH-COUNT

           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           MOVE SPACES TO WS-REPORT-NAME
           STRING "fxposition_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "DAILY FOREIGN-CURRENCY OPEN POSITION - "
                  WS-BUS-DATE " (BASE CURRENCY USD)"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CCY         POSITION       RATE    USD EQUIVALENT"
                  "          LIMIT   USE %  BREACH"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "N" TO WS-LIMITS-OPEN
           OPEN INPUT FX-LIMITS
           IF FX-LIMITS-CHECK-STATUS = "00"
              MOVE "Y" TO WS-LIMITS-OPEN
           END-IF

           MOVE "N" TO WS-RATES-OPEN
           OPEN INPUT FX-RATES
           IF FX-RATES-CHECK-STATUS = "00"
              MOVE "Y" TO WS-RATES-OPEN
           END-IF

           PERFORM 0200-LIST-POSITIONS THRU 0200-END
           PERFORM 0300-OVERALL-POSITION THRU 0300-END

           IF WS-LIMITS-OPEN = "Y"
              CLOSE FX-LIMITS
           END-IF
           IF WS-RATES-OPEN = "Y"
              CLOSE FX-RATES
           END-IF

           CLOSE REPORT-OUT

           DISPLAY "FX POSITION REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "FX POSITION" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-LIST-POSITIONS.
           OPEN INPUT FX-POSITIONS
           IF FX-POSITIONS-CHECK-STATUS NOT = "00"
              MOVE SPACES TO REPORT-LINE
              STRING "NO FOREIGN-CURRENCY POSITIONS ON FILE."
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0200-END
           END-IF

           MOVE LOW-VALUES TO FPS-CURRENCY
           SET NOT-EOF-FILE TO TRUE
           START FX-POSITIONS KEY IS NOT LESS THAN FPS-CURRENCY
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START

           PERFORM UNTIL EOF-FILE
              READ FX-POSITIONS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    PERFORM 0210-ONE-POSITION THRU 0210-END
              END-READ
           END-PERFORM

           CLOSE FX-POSITIONS.
       0200-END.

       0210-ONE-POSITION.
           ADD 1 TO WS-CCY-COUNT

           MOVE FPS-RATE TO WS-RATE
           IF WS-RATES-OPEN = "Y"
              MOVE FPS-CURRENCY TO FX-FROM-CCY
              MOVE "USD" TO FX-TO-CCY
              READ FX-RATES KEY IS FX-KEY
                 NOT INVALID KEY
                    MOVE FX-RATE TO WS-RATE
              END-READ
           END-IF

           COMPUTE WS-EQUIV ROUNDED = FPS-POSITION * WS-RATE
           IF WS-EQUIV < ZEROES
              COMPUTE WS-ABS-EQUIV = ZEROES - WS-EQUIV
              ADD WS-ABS-EQUIV TO WS-SUM-SHORT
           ELSE
              MOVE WS-EQUIV TO WS-ABS-EQUIV
              ADD WS-ABS-EQUIV TO WS-SUM-LONG
           END-IF

           MOVE FPS-CURRENCY TO FLM-CURRENCY
           PERFORM 0400-LIMIT-USE THRU 0400-END

           MOVE FPS-CURRENCY TO WS-DL-CCY
           MOVE FPS-POSITION TO WS-DL-POSITION
           MOVE WS-RATE TO WS-DL-RATE
           MOVE WS-EQUIV TO WS-DL-EQUIV
           MOVE WS-LIMIT TO WS-DL-LIMIT
           MOVE WS-USE-PCT TO WS-DL-USE
           MOVE WS-FLAG TO WS-DL-FLAG
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       0210-END.

       0300-OVERALL-POSITION.
           IF WS-SUM-LONG > WS-SUM-SHORT
              MOVE WS-SUM-LONG TO WS-OVERALL
           ELSE
              MOVE WS-SUM-SHORT TO WS-OVERALL
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SUM-LONG TO WS-AMOUNT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL LONG POSITIONS (USD)   " WS-AMOUNT-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SUM-SHORT TO WS-AMOUNT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL SHORT POSITIONS (USD)  " WS-AMOUNT-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-OVERALL TO WS-ABS-EQUIV
           MOVE "ALL" TO FLM-CURRENCY
           PERFORM 0400-LIMIT-USE THRU 0400-END

           MOVE "ALL" TO WS-DL-CCY
           MOVE ZEROES TO WS-DL-POSITION
           MOVE ZEROES TO WS-DL-RATE
           MOVE WS-OVERALL TO WS-DL-EQUIV
           MOVE WS-LIMIT TO WS-DL-LIMIT
           MOVE WS-USE-PCT TO WS-DL-USE
           MOVE WS-FLAG TO WS-DL-FLAG
           MOVE SPACES TO REPORT-LINE
           STRING "OVERALL NET OPEN POSITION (GREATER OF LONGS AND "
                  "SHORTS)"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CCY-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "CURRENCIES REPORTED: " WS-COUNT-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BREACH-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "LIMITS IN BREACH:    " WS-COUNT-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0300-END.

       0400-LIMIT-USE.
           MOVE ZEROES TO WS-LIMIT
           MOVE ZEROES TO WS-USE-PCT
           MOVE "NOLIM" TO WS-FLAG

           IF WS-LIMITS-OPEN NOT = "Y"
              GO TO 0400-END
           END-IF

           READ FX-LIMITS KEY IS FLM-CURRENCY
              INVALID KEY
                 GO TO 0400-END
           END-READ

           IF FLM-LIMIT = ZEROES
              GO TO 0400-END
           END-IF

           MOVE FLM-LIMIT TO WS-LIMIT
           COMPUTE WS-USE-PCT ROUNDED =
                   WS-ABS-EQUIV * 100 / FLM-LIMIT
              ON SIZE ERROR
                 MOVE 99999.9 TO WS-USE-PCT
           END-COMPUTE

           IF WS-ABS-EQUIV > FLM-LIMIT
              MOVE "**OVER" TO WS-FLAG
              ADD 1 TO WS-BREACH-COUNT
           ELSE
              MOVE SPACES TO WS-FLAG
           END-IF.
       0400-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
