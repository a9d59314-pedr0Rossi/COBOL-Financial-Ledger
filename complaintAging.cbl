       IDENTIFICATION DIVISION.
       PROGRAM-ID. complaintAging.
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
       01  WS-BUS-NUM                PIC 9(8).
       01  WS-DUE-NUM                PIC 9(8).

       01  WS-BREACH                 PIC X(5).
       01  WS-DUE-DATE               PIC X(10).
       01  WS-DAYS-OVER              PIC 9(5).

       01  WS-OPEN-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-ACK-LATE-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-FINAL-LATE-COUNT       PIC 9(5) VALUE ZEROES.

       01  WS-BUCKETS.
           05 WS-BKT-ENTRY OCCURS 4 TIMES.
              10 WS-BKT-LABEL        PIC X(12).
              10 WS-BKT-COUNT        PIC 9(5).
       01  WS-BKT-IX                 PIC 9(1).

       01  WS-DETAIL-LINE.
           05 WS-DL-CMP-ID           PIC 9(7).
           05 FILLER                 PIC X(2).
           05 WS-DL-CUST-ID          PIC 9(6).
           05 FILLER                 PIC X(2).
           05 WS-DL-CATEGORY         PIC X(10).
           05 FILLER                 PIC X(1).
           05 WS-DL-BRANCH           PIC X(4).
           05 FILLER                 PIC X(1).
           05 WS-DL-ASSIGNED         PIC X(8).
           05 FILLER                 PIC X(1).
           05 WS-DL-OPENED           PIC X(10).
           05 FILLER                 PIC X(1).
           05 WS-DL-BREACH           PIC X(5).
           05 FILLER                 PIC X(1).
           05 WS-DL-DUE              PIC X(10).
           05 FILLER                 PIC X(2).
           05 WS-DL-DAYS             PIC ZZZZ9.

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE "1-5 DAYS" TO WS-BKT-LABEL(1)
           MOVE "6-15 DAYS" TO WS-BKT-LABEL(2)
           MOVE "16-30 DAYS" TO WS-BKT-LABEL(3)
           MOVE "OVER 30 DAYS" TO WS-BKT-LABEL(4)
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
              MOVE ZEROES TO WS-BKT-COUNT(WS-BKT-IX)
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
           MOVE WS-DATE-YYYYMMDD TO WS-BUS-NUM

           OPEN INPUT COMPLAINTS
           IF COMPLAINTS-CHECK-STATUS NOT = "00"
              DISPLAY "NO COMPLAINTS ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "complaint_aging_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              CLOSE COMPLAINTS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "OPEN COMPLAINTS PAST THEIR RESPONSE DEADLINE AT "
                  WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "COMPLNT  CUST    CATEGORY   BR   ASSIGNED "
                  "OPENED     LATE  DUE         DAYS"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

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
                    IF CMP-STATUS NOT = "RESOLVED"
                       ADD 1 TO WS-OPEN-COUNT
                       PERFORM 0200-CHECK-COMPLAINT THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE COMPLAINTS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 4
              MOVE SPACES TO REPORT-LINE
              STRING "OVERDUE " WS-BKT-LABEL(WS-BKT-IX) ": "
                     WS-BKT-COUNT(WS-BKT-IX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "OPEN COMPLAINTS: " WS-OPEN-COUNT
                  "  PAST ACKNOWLEDGEMENT DUE: " WS-ACK-LATE-COUNT
                  "  PAST FINAL RESPONSE DUE: " WS-FINAL-LATE-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT

           DISPLAY "COMPLAINT AGING REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "COMPLAINT AGING" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING "AS AT " WS-BUS-DATE
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-CHECK-COMPLAINT.
           IF WS-BUS-DATE > CMP-FINAL-DUE
              MOVE "FINAL" TO WS-BREACH
              MOVE CMP-FINAL-DUE TO WS-DUE-DATE
              ADD 1 TO WS-FINAL-LATE-COUNT
           ELSE
              IF CMP-ACK-DATE = SPACES AND WS-BUS-DATE > CMP-ACK-DUE
                 MOVE "ACK" TO WS-BREACH
                 MOVE CMP-ACK-DUE TO WS-DUE-DATE
                 ADD 1 TO WS-ACK-LATE-COUNT
              ELSE
                 GO TO 0200-END
              END-IF
           END-IF

           MOVE WS-DUE-DATE(1:4) TO WS-DUE-NUM(1:4)
           MOVE WS-DUE-DATE(6:2) TO WS-DUE-NUM(5:2)
           MOVE WS-DUE-DATE(9:2) TO WS-DUE-NUM(7:2)
           COMPUTE WS-DAYS-OVER =
                   FUNCTION INTEGER-OF-DATE (WS-BUS-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-DUE-NUM)

           EVALUATE TRUE
              WHEN WS-DAYS-OVER < 6
                 ADD 1 TO WS-BKT-COUNT(1)
              WHEN WS-DAYS-OVER < 16
                 ADD 1 TO WS-BKT-COUNT(2)
              WHEN WS-DAYS-OVER < 31
                 ADD 1 TO WS-BKT-COUNT(3)
              WHEN OTHER
                 ADD 1 TO WS-BKT-COUNT(4)
           END-EVALUATE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CMP-ID TO WS-DL-CMP-ID
           MOVE CMP-CUST-ID TO WS-DL-CUST-ID
           MOVE CMP-CATEGORY TO WS-DL-CATEGORY
           MOVE CMP-BRANCH TO WS-DL-BRANCH
           MOVE CMP-ASSIGNED TO WS-DL-ASSIGNED
           MOVE CMP-OPENED TO WS-DL-OPENED
           MOVE WS-BREACH TO WS-DL-BREACH
           MOVE WS-DUE-DATE TO WS-DL-DUE
           MOVE WS-DAYS-OVER TO WS-DL-DAYS

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0200-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
