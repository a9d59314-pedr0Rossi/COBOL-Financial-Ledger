       IDENTIFICATION DIVISION.
       PROGRAM-ID. cardActivityReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CARD-ACTIVITY ASSIGN TO "cardactivity.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-ID
           ALTERNATE RECORD KEY IS CA-CARD-NO
               WITH DUPLICATES
           FILE STATUS IS CARD-ACTIVITY-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CARD-ACTIVITY.
       01  CA-DETAILS.
           05 CA-ID                  PIC 9(9).
           05 CA-CARD-NO             PIC 9(16).
           05 CA-ACC-ID              PIC 9(8).
           05 CA-KIND                PIC X(3).
           05 CA-AMOUNT              PIC 9(9)V99.
           05 CA-TXN-DATE            PIC X(10).
           05 CA-SETTLE-DATE         PIC X(10).
           05 CA-MERCHANT            PIC X(20).
           05 CA-AUTH-CODE           PIC X(6).
           05 CA-RESULT              PIC X(8).
           05 CA-REASON-CODE         PIC X(4).
           05 CA-TR-ID               PIC 9(9).
           05 CA-SUS-ID              PIC 9(7).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  CARD-ACTIVITY-CHECK-STATUS PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-ACTIVITY           PIC X VALUE "N".
           88  EOF-ACTIVITY          VALUE "Y".
           88  NOT-EOF-ACTIVITY      VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-REPORT-DATE            PIC X(10).

       01  WS-ITEM-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-ATM-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-ATM-AMOUNT             PIC 9(11)V99 VALUE ZEROES.
       01  WS-POS-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-POS-AMOUNT             PIC 9(11)V99 VALUE ZEROES.
       01  WS-REJ-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-REJ-AMOUNT             PIC 9(11)V99 VALUE ZEROES.

       01  WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 30 TIMES.
              10 WS-RT-CODE          PIC X(4).
              10 WS-RT-COUNT         PIC 9(7).
              10 WS-RT-AMOUNT        PIC 9(11)V99.
       01  WS-REASON-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-IDX                    PIC 9(3).
       01  WS-FOUND-SLOT             PIC 9(3).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           DISPLAY "CARD SETTLEMENT DATE (YYYY-MM-DD, BLANK FOR THE "
                   "BUSINESS DATE): "
           ACCEPT WS-REPORT-DATE
           IF WS-REPORT-DATE = SPACES
              MOVE WS-BUS-DATE TO WS-REPORT-DATE
           END-IF

           IF WS-REPORT-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE REPORT "
                      "CANNOT RUN."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-REPORT-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-REPORT-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-REPORT-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           OPEN INPUT CARD-ACTIVITY
           IF CARD-ACTIVITY-CHECK-STATUS NOT = "00"
              DISPLAY "NO CARD ACTIVITY ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           STRING "cardactivity_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              CLOSE CARD-ACTIVITY
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CARD ACTIVITY FOR SETTLEMENT DATE " WS-REPORT-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CARD NUMBER      ACCOUNT  KND AMOUNT       "
                  "MERCHANT/TERMINAL    RESULT   CODE"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES TO CA-ID
           SET NOT-EOF-ACTIVITY TO TRUE
           START CARD-ACTIVITY KEY IS NOT LESS THAN CA-ID
              INVALID KEY
                 SET EOF-ACTIVITY TO TRUE
           END-START

           PERFORM UNTIL EOF-ACTIVITY
              READ CARD-ACTIVITY NEXT RECORD
                 AT END
                    SET EOF-ACTIVITY TO TRUE
                 NOT AT END
                    IF CA-SETTLE-DATE = WS-REPORT-DATE
                       PERFORM 0200-REPORT-ITEM THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CARD-ACTIVITY

           PERFORM 0500-WRITE-TOTALS THRU 0500-END

           CLOSE REPORT-OUT

           DISPLAY "CARD ACTIVITY REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "CARD ACTIVITY" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-REPORT-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-REPORT-ITEM.
           ADD 1 TO WS-ITEM-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING CA-CARD-NO " " CA-ACC-ID " " CA-KIND " "
                  CA-AMOUNT " " CA-MERCHANT " " CA-RESULT " "
                  CA-REASON-CODE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF CA-RESULT = "POSTED"
              IF CA-KIND = "ATM"
                 ADD 1 TO WS-ATM-COUNT
                 ADD CA-AMOUNT TO WS-ATM-AMOUNT
              ELSE
                 ADD 1 TO WS-POS-COUNT
                 ADD CA-AMOUNT TO WS-POS-AMOUNT
              END-IF
              GO TO 0200-END
           END-IF

           ADD 1 TO WS-REJ-COUNT
           ADD CA-AMOUNT TO WS-REJ-AMOUNT

           MOVE ZEROES TO WS-FOUND-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-REASON-COUNT
                 OR WS-FOUND-SLOT > ZEROES
              IF WS-RT-CODE (WS-IDX) = CA-REASON-CODE
                 MOVE WS-IDX TO WS-FOUND-SLOT
              END-IF
           END-PERFORM

           IF WS-FOUND-SLOT = ZEROES
              IF WS-REASON-COUNT < 30
                 ADD 1 TO WS-REASON-COUNT
                 MOVE WS-REASON-COUNT TO WS-FOUND-SLOT
                 MOVE CA-REASON-CODE TO WS-RT-CODE (WS-FOUND-SLOT)
                 MOVE ZEROES TO WS-RT-COUNT (WS-FOUND-SLOT)
                 MOVE ZEROES TO WS-RT-AMOUNT (WS-FOUND-SLOT)
              ELSE
                 GO TO 0200-END
              END-IF
           END-IF

           ADD 1 TO WS-RT-COUNT (WS-FOUND-SLOT)
           ADD CA-AMOUNT TO WS-RT-AMOUNT (WS-FOUND-SLOT).
       0200-END.

       0500-WRITE-TOTALS.
           IF WS-ITEM-COUNT = ZEROES
              MOVE SPACES TO REPORT-LINE
              MOVE "NO CARD ITEMS SETTLED ON THIS DATE." TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
              GO TO 0500-END
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "ATM WITHDRAWALS POSTED: " WS-ATM-COUNT
                  " AMOUNT " WS-ATM-AMOUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "POS PURCHASES POSTED:   " WS-POS-COUNT
                  " AMOUNT " WS-POS-AMOUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS REJECTED:         " WS-REJ-COUNT
                  " AMOUNT " WS-REJ-AMOUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-REASON-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  REASON " WS-RT-CODE (WS-IDX) ": "
                     WS-RT-COUNT (WS-IDX) " ITEMS, "
                     WS-RT-AMOUNT (WS-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-PERFORM.
       0500-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
