       IDENTIFICATION DIVISION.
       PROGRAM-ID. deliveryReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT NOTICES ASSIGN TO "notices.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-ID
           FILE STATUS IS NOTICES-CHECK-STATUS.

       SELECT MSG-DELIVERY ASSIGN TO "msgdelivery.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-NOT-ID
           FILE STATUS IS MSG-DELIVERY-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  NOTICES.
       01  NOT-DETAILS.
           05 NOT-ID              PIC 9(7).
           05 NOT-CUST-ID         PIC 9(6).
           05 NOT-ACC-ID          PIC 9(8).
           05 NOT-EVENT           PIC X(12).
           05 NOT-TEXT            PIC X(60).
           05 NOT-CREATED-AT      PIC X(10).
           05 NOT-PRINTED         PIC X(1).

       FD  MSG-DELIVERY.
       01  MD-DETAILS.
           05 MD-NOT-ID              PIC 9(7).
           05 MD-CUST-ID             PIC 9(6).
           05 MD-EVENT               PIC X(12).
           05 MD-CHANNEL             PIC X(5).
           05 MD-ADDRESS             PIC X(50).
           05 MD-SENT-DATE           PIC X(10).
           05 MD-STATUS              PIC X(9).
           05 MD-STATUS-DATE         PIC X(10).
           05 MD-REASON              PIC X(30).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  NOTICES-CHECK-STATUS      PIC XX.
       01  MSG-DELIVERY-CHECK-STATUS PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-NOTICES            PIC X VALUE "N".
           88  EOF-NOTICES           VALUE "Y".
           88  NOT-EOF-NOTICES       VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-FROM-DATE              PIC X(10).
       01  WS-TO-DATE                PIC X(10).
       01  WS-MD-OPEN                PIC X VALUE "N".

       01  WS-ROW-CHANNEL            PIC X(5).
       01  WS-ROW-STATUS             PIC X(9).
       01  WS-ROW-FALLBACK           PIC X.

       01  WS-DLV-TABLE.
           05 WS-DLV-ENTRY OCCURS 150 TIMES.
              10 WS-DLV-EVENT        PIC X(12).
              10 WS-DLV-CHANNEL      PIC X(5).
              10 WS-DLV-QUEUED       PIC 9(5).
              10 WS-DLV-DELIVERED    PIC 9(5).
              10 WS-DLV-BOUNCED      PIC 9(5).
              10 WS-DLV-FAILED       PIC 9(5).
              10 WS-DLV-HELD         PIC 9(5).
              10 WS-DLV-FALLBACK     PIC 9(5).
       01  WS-DLV-USED               PIC 9(3) VALUE ZEROES.
       01  WS-DLV-IX                 PIC 9(3).
       01  WS-DLV-HIT                PIC 9(3).
       01  WS-DLV-OVERFLOW           PIC 9(5) VALUE ZEROES.

       01  WS-CHANNEL-TOTALS.
           05 WS-CHT-ENTRY OCCURS 3 TIMES.
              10 WS-CHT-NAME         PIC X(5).
              10 WS-CHT-COUNT        PIC 9(7).
       01  WS-CHT-IX                 PIC 9(1).
       01  WS-NOTICE-COUNT           PIC 9(7) VALUE ZEROES.

       01  WS-DETAIL-LINE.
           05 WS-DL-EVENT            PIC X(12).
           05 FILLER                 PIC X(1).
           05 WS-DL-CHANNEL          PIC X(5).
           05 FILLER                 PIC X(3).
           05 WS-DL-QUEUED           PIC ZZZZ9.
           05 FILLER                 PIC X(3).
           05 WS-DL-DELIVERED        PIC ZZZZ9.
           05 FILLER                 PIC X(3).
           05 WS-DL-BOUNCED          PIC ZZZZ9.
           05 FILLER                 PIC X(3).
           05 WS-DL-FAILED           PIC ZZZZ9.
           05 FILLER                 PIC X(3).
           05 WS-DL-HELD             PIC ZZZZ9.
           05 FILLER                 PIC X(3).
           05 WS-DL-FALLBACK         PIC ZZZZ9.

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-DLV-USED
           MOVE ZEROES TO WS-NOTICE-COUNT
           MOVE ZEROES TO WS-DLV-OVERFLOW
           MOVE "PAPER" TO WS-CHT-NAME(1)
           MOVE "EMAIL" TO WS-CHT-NAME(2)
           MOVE "SMS" TO WS-CHT-NAME(3)
           PERFORM VARYING WS-CHT-IX FROM 1 BY 1 UNTIL WS-CHT-IX > 3
              MOVE ZEROES TO WS-CHT-COUNT(WS-CHT-IX)
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

           MOVE SPACES TO WS-FROM-DATE
           MOVE SPACES TO WS-TO-DATE
           DISPLAY "INSERT THE FROM DATE YYYY-MM-DD (BLANK FOR ALL): "
           ACCEPT WS-FROM-DATE
           DISPLAY "INSERT THE TO DATE YYYY-MM-DD (BLANK FOR "
                   WS-BUS-DATE "): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
              MOVE WS-BUS-DATE TO WS-TO-DATE
           END-IF

           OPEN INPUT NOTICES
           IF NOTICES-CHECK-STATUS NOT = "00"
              DISPLAY "NO NOTICES ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT MSG-DELIVERY
           IF MSG-DELIVERY-CHECK-STATUS = "00"
              MOVE "Y" TO WS-MD-OPEN
           END-IF

           MOVE LOW-VALUES TO NOT-ID
           SET NOT-EOF-NOTICES TO TRUE
           START NOTICES KEY IS NOT LESS THAN NOT-ID
              INVALID KEY
                 SET EOF-NOTICES TO TRUE
           END-START

           PERFORM UNTIL EOF-NOTICES
              READ NOTICES NEXT RECORD
                 AT END
                    SET EOF-NOTICES TO TRUE
                 NOT AT END
                    IF NOT-CREATED-AT NOT < WS-FROM-DATE
                       AND NOT-CREATED-AT NOT > WS-TO-DATE
                       PERFORM 0200-TALLY-NOTICE THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTICES
           IF WS-MD-OPEN = "Y"
              CLOSE MSG-DELIVERY
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "delivery_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF WS-FROM-DATE = SPACES
              STRING "NOTICE DELIVERY REPORT - ALL NOTICES TO "
                     WS-TO-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "NOTICE DELIVERY REPORT " WS-FROM-DATE
                     " TO " WS-TO-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "EVENT        CHAN.  QUEUED   DLVRD  "
                  "BOUNCE  FAILED    HELD  FALLBK"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM VARYING WS-DLV-IX FROM 1 BY 1
              UNTIL WS-DLV-IX > WS-DLV-USED
              PERFORM 0300-WRITE-ROW
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CHT-IX FROM 1 BY 1 UNTIL WS-CHT-IX > 3
              MOVE SPACES TO REPORT-LINE
              STRING "TOTAL " WS-CHT-NAME(WS-CHT-IX) " NOTICES: "
                     WS-CHT-COUNT(WS-CHT-IX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL NOTICES: " WS-NOTICE-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           IF WS-DLV-OVERFLOW > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "NOTICES NOT ANALYSED (TOO MANY EVENT TYPES): "
                     WS-DLV-OVERFLOW
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-IF

           CLOSE REPORT-OUT

           DISPLAY "DELIVERY REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "NOTICE DELIVERY" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING WS-FROM-DATE " TO " WS-TO-DATE
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-TALLY-NOTICE.
           MOVE "PAPER" TO WS-ROW-CHANNEL
           MOVE SPACES TO WS-ROW-STATUS
           MOVE "N" TO WS-ROW-FALLBACK

           IF WS-MD-OPEN = "Y"
              MOVE NOT-ID TO MD-NOT-ID
              READ MSG-DELIVERY KEY IS MD-NOT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MD-CHANNEL TO WS-ROW-CHANNEL
                    MOVE MD-STATUS TO WS-ROW-STATUS
                    IF MD-STATUS = "BOUNCED" AND NOT-PRINTED = "Y"
                       MOVE "Y" TO WS-ROW-FALLBACK
                    END-IF
              END-READ
           END-IF

           IF WS-ROW-STATUS = SPACES
              EVALUATE NOT-PRINTED
                 WHEN "Y"
                    MOVE "DELIVERED" TO WS-ROW-STATUS
                 WHEN "H"
                    MOVE "HELD" TO WS-ROW-STATUS
                 WHEN OTHER
                    MOVE "SENT" TO WS-ROW-STATUS
              END-EVALUATE
           END-IF

           MOVE ZEROES TO WS-DLV-HIT
           PERFORM VARYING WS-DLV-IX FROM 1 BY 1
              UNTIL WS-DLV-HIT > ZEROES OR WS-DLV-IX > WS-DLV-USED
              IF WS-DLV-EVENT(WS-DLV-IX) = NOT-EVENT
                 AND WS-DLV-CHANNEL(WS-DLV-IX) = WS-ROW-CHANNEL
                 MOVE WS-DLV-IX TO WS-DLV-HIT
              END-IF
           END-PERFORM

           IF WS-DLV-HIT = ZEROES
              IF WS-DLV-USED = 150
                 ADD 1 TO WS-DLV-OVERFLOW
                 GO TO 0200-END
              END-IF
              ADD 1 TO WS-DLV-USED
              MOVE WS-DLV-USED TO WS-DLV-HIT
              MOVE NOT-EVENT TO WS-DLV-EVENT(WS-DLV-HIT)
              MOVE WS-ROW-CHANNEL TO WS-DLV-CHANNEL(WS-DLV-HIT)
              MOVE ZEROES TO WS-DLV-QUEUED(WS-DLV-HIT)
              MOVE ZEROES TO WS-DLV-DELIVERED(WS-DLV-HIT)
              MOVE ZEROES TO WS-DLV-BOUNCED(WS-DLV-HIT)
              MOVE ZEROES TO WS-DLV-FAILED(WS-DLV-HIT)
              MOVE ZEROES TO WS-DLV-HELD(WS-DLV-HIT)
              MOVE ZEROES TO WS-DLV-FALLBACK(WS-DLV-HIT)
           END-IF

           EVALUATE WS-ROW-STATUS
              WHEN "DELIVERED"
                 ADD 1 TO WS-DLV-DELIVERED(WS-DLV-HIT)
              WHEN "BOUNCED"
                 ADD 1 TO WS-DLV-BOUNCED(WS-DLV-HIT)
              WHEN "FAILED"
                 ADD 1 TO WS-DLV-FAILED(WS-DLV-HIT)
              WHEN "HELD"
                 ADD 1 TO WS-DLV-HELD(WS-DLV-HIT)
              WHEN OTHER
                 ADD 1 TO WS-DLV-QUEUED(WS-DLV-HIT)
           END-EVALUATE

           IF WS-ROW-FALLBACK = "Y"
              ADD 1 TO WS-DLV-FALLBACK(WS-DLV-HIT)
           END-IF

           ADD 1 TO WS-NOTICE-COUNT
           PERFORM VARYING WS-CHT-IX FROM 1 BY 1 UNTIL WS-CHT-IX > 3
              IF WS-CHT-NAME(WS-CHT-IX) = WS-ROW-CHANNEL
                 ADD 1 TO WS-CHT-COUNT(WS-CHT-IX)
              END-IF
           END-PERFORM.
       0200-END.

       0300-WRITE-ROW.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-DLV-EVENT(WS-DLV-IX) TO WS-DL-EVENT
           MOVE WS-DLV-CHANNEL(WS-DLV-IX) TO WS-DL-CHANNEL
           MOVE WS-DLV-QUEUED(WS-DLV-IX) TO WS-DL-QUEUED
           MOVE WS-DLV-DELIVERED(WS-DLV-IX) TO WS-DL-DELIVERED
           MOVE WS-DLV-BOUNCED(WS-DLV-IX) TO WS-DL-BOUNCED
           MOVE WS-DLV-FAILED(WS-DLV-IX) TO WS-DL-FAILED
           MOVE WS-DLV-HELD(WS-DLV-IX) TO WS-DL-HELD
           MOVE WS-DLV-FALLBACK(WS-DLV-IX) TO WS-DL-FALLBACK

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0300-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
