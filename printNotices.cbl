           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRINT-CHECK-STATUS.

       SELECT RETURNED-MAIL ASSIGN TO "returnedmail.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CUST-ID
           FILE STATUS IS RETURNED-MAIL-CHECK-STATUS.

       SELECT CONTACT-PREFS ASSIGN TO "contactprefs.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CUST-ID
           FILE STATUS IS CONTACT-PREFS-CHECK-STATUS.

       SELECT MSG-DELIVERY ASSIGN TO "msgdelivery.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-NOT-ID
           FILE STATUS IS MSG-DELIVERY-CHECK-STATUS.

       SELECT HOLD-REPORT ASSIGN TO WS-HOLD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  NOTICE-PRINT.
       01  PRINT-LINE             PIC X(100).

       FD  RETURNED-MAIL.
       01  RM-DETAILS.
           05 RM-CUST-ID             PIC 9(6).
           05 RM-STATUS              PIC X(8).
           05 RM-FLAGGED-DATE        PIC X(10).
           05 RM-LAST-RETURN         PIC X(10).
           05 RM-RETURN-COUNT        PIC 9(3).
           05 RM-ITEM-TYPE           PIC X(10).
           05 RM-ADDRESS             PIC X(30).
           05 RM-CLEARED-DATE        PIC X(10).

       FD  CONTACT-PREFS.
       01  CP-DETAILS.
           05 CP-CUST-ID             PIC 9(6).
           05 CP-CHANNEL             PIC X(5).
           05 CP-EMAIL               PIC X(50).
           05 CP-SMS                 PIC X(15).
           05 CP-UPDATED             PIC X(10).

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

       FD  HOLD-REPORT.
       01  HOLD-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

       01  NOTICES-CHECK-STATUS   PIC XX.
       01  CUSTOMERS-CHECK-STATUS PIC XX.
       01  PRINT-CHECK-STATUS     PIC XX.
       01  RETURNED-MAIL-CHECK-STATUS PIC XX.
       01  HOLD-CHECK-STATUS      PIC XX.
       01  CONTACT-PREFS-CHECK-STATUS PIC XX.
       01  MSG-DELIVERY-CHECK-STATUS PIC XX.

       01  WS-CP-OPEN             PIC X VALUE "N".
       01  WS-MD-OPEN             PIC X VALUE "N".
       01  WS-ELECTRONIC          PIC X.
       01  WS-ELECTRONIC-COUNT    PIC 9(5) VALUE ZEROES.

       01  WS-RM-OPEN             PIC X VALUE "N".
       01  WS-HOLD-OPEN           PIC X VALUE "N".
       01  WS-HOLD-NAME           PIC X(40).
       01  WS-HELD-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-MAIL-HELD           PIC X.

       01  WS-CAT-REPORT-NAME     PIC X(20).
       01  WS-CAT-FILE-NAME       PIC X(40).
       01  WS-CAT-PARAMS          PIC X(30).

       01  WS-EOF-NOTICES         PIC X VALUE "N".
           88  EOF-NOTICES        VALUE "Y".
       01  WS-PRINT-NAME          PIC X(40).
       01  WS-CUST-FOUND          PIC X.

       01  WS-HH-ID               PIC 9(6).
       01  WS-HH-COMBINED         PIC X(1).
       01  WS-HH-MAIL.
           05 WS-HH-MAIL-NAME     PIC X(30).
           05 WS-HH-MAIL-ADDRESS  PIC X(30).
           05 WS-HH-MAIL-CITY     PIC X(20).
           05 WS-HH-MAIL-POSTAL   PIC X(10).

       01  WS-ENV-TABLE.
           05 WS-ENV-ENTRY OCCURS 200 TIMES.
              10 WS-ENV-HH-ID     PIC 9(6).
              10 WS-ENV-MAIL      PIC X(90).
       01  WS-ENV-USED            PIC 9(3) VALUE ZEROES.
       01  WS-ENV-IX              PIC 9(3).
       01  WS-ENV-HIT             PIC 9(3).
       01  WS-ENVELOPE-COUNT      PIC 9(5) VALUE ZEROES.

       01  WS-DEFER-TABLE.
           05 WS-DEFER-ENTRY OCCURS 2000 TIMES.
              10 WS-DEFER-NOT-ID  PIC 9(7).
              10 WS-DEFER-ENV     PIC 9(3).
       01  WS-DEFER-USED          PIC 9(4) VALUE ZEROES.
       01  WS-DEFER-IX            PIC 9(4).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD    PIC 9(8).


           STRING "notices_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-PRINT-NAME
           STRING "noticehold_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-HOLD-NAME

           OPEN I-O NOTICES
           IF NOTICES-CHECK-STATUS NOT = "00"
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT RETURNED-MAIL
           IF RETURNED-MAIL-CHECK-STATUS = "00"
              MOVE "Y" TO WS-RM-OPEN
           END-IF
           OPEN INPUT CONTACT-PREFS
           IF CONTACT-PREFS-CHECK-STATUS = "00"
              MOVE "Y" TO WS-CP-OPEN
           END-IF
           OPEN INPUT MSG-DELIVERY
           IF MSG-DELIVERY-CHECK-STATUS = "00"
              MOVE "Y" TO WS-MD-OPEN
           END-IF

           MOVE LOW-VALUES TO NOT-ID
           SET NOT-EOF-NOTICES TO TRUE
           START NOTICES KEY IS NOT LESS THAN NOT-ID
                    SET EOF-NOTICES TO TRUE
                 NOT AT END
                    IF NOT-PRINTED = "N"
                       PERFORM 0150-ROUTE-NOTICE THRU 0150-END
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING WS-ENV-IX FROM 1 BY 1
              UNTIL WS-ENV-IX > WS-ENV-USED
              PERFORM 0300-HOUSEHOLD-ENVELOPE
           END-PERFORM

           CLOSE NOTICES
           CLOSE CUSTOMERS
           CLOSE NOTICE-PRINT
           IF WS-RM-OPEN = "Y"
              CLOSE RETURNED-MAIL
           END-IF
           IF WS-CP-OPEN = "Y"
              CLOSE CONTACT-PREFS
           END-IF
           IF WS-MD-OPEN = "Y"
              CLOSE MSG-DELIVERY
           END-IF

           DISPLAY "NOTICES PRINTED: " WS-PRINTED-COUNT
           IF WS-ELECTRONIC-COUNT > ZEROES
              DISPLAY "NOTICES LEFT FOR ELECTRONIC DELIVERY: "
                      WS-ELECTRONIC-COUNT
           END-IF
           DISPLAY "HOUSEHOLD ENVELOPES: " WS-ENVELOPE-COUNT
           DISPLAY "NOTICE FILE: " WS-PRINT-NAME

           IF WS-HOLD-OPEN = "Y"
              MOVE SPACES TO HOLD-LINE
              WRITE HOLD-LINE
              MOVE SPACES TO HOLD-LINE
              STRING "TOTAL NOTICES HELD: " WS-HELD-COUNT
                 DELIMITED BY SIZE INTO HOLD-LINE
              WRITE HOLD-LINE
              CLOSE HOLD-REPORT

              MOVE "NOTICE HOLD MAIL" TO WS-CAT-REPORT-NAME
              MOVE WS-HOLD-NAME TO WS-CAT-FILE-NAME
              MOVE WS-DATE-YYYYMMDD TO WS-CAT-PARAMS
              CALL "catalogReport" USING WS-CAT-REPORT-NAME
                   WS-CAT-FILE-NAME WS-CAT-PARAMS

              DISPLAY "NOTICES HELD (RETURNED MAIL): " WS-HELD-COUNT
              DISPLAY "HOLD MAIL LISTING: " WS-HOLD-NAME
           END-IF

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-ROUTE-NOTICE.
           PERFORM 0170-CHECK-ELECTRONIC THRU 0170-END
           IF WS-ELECTRONIC = "Y"
              ADD 1 TO WS-ELECTRONIC-COUNT
              GO TO 0150-END
           END-IF

           PERFORM 0160-CHECK-RETURNED-MAIL THRU 0160-END
           IF WS-MAIL-HELD = "Y"
              GO TO 0150-END
           END-IF

           CALL "householdMailing" USING NOT-CUST-ID WS-HH-ID
                WS-HH-COMBINED WS-HH-MAIL

           IF WS-HH-COMBINED NOT = "Y" OR WS-DEFER-USED = 2000
              PERFORM 0200-PRINT-NOTICE
              GO TO 0150-END
           END-IF

           MOVE ZEROES TO WS-ENV-HIT
           PERFORM VARYING WS-ENV-IX FROM 1 BY 1
              UNTIL WS-ENV-HIT > ZEROES OR WS-ENV-IX > WS-ENV-USED
              IF WS-ENV-HH-ID(WS-ENV-IX) = WS-HH-ID
                 MOVE WS-ENV-IX TO WS-ENV-HIT
              END-IF
           END-PERFORM

           IF WS-ENV-HIT = ZEROES
              IF WS-ENV-USED = 200
                 PERFORM 0200-PRINT-NOTICE
                 GO TO 0150-END
              END-IF
              ADD 1 TO WS-ENV-USED
              MOVE WS-HH-ID TO WS-ENV-HH-ID(WS-ENV-USED)
              MOVE WS-HH-MAIL TO WS-ENV-MAIL(WS-ENV-USED)
              MOVE WS-ENV-USED TO WS-ENV-HIT
           END-IF

           ADD 1 TO WS-DEFER-USED
           MOVE NOT-ID TO WS-DEFER-NOT-ID(WS-DEFER-USED)
           MOVE WS-ENV-HIT TO WS-DEFER-ENV(WS-DEFER-USED).
       0150-END.

       0160-CHECK-RETURNED-MAIL.
           MOVE "N" TO WS-MAIL-HELD
           IF WS-RM-OPEN NOT = "Y"
              GO TO 0160-END
           END-IF

           MOVE NOT-CUST-ID TO RM-CUST-ID
           READ RETURNED-MAIL KEY IS RM-CUST-ID
              INVALID KEY
                 GO TO 0160-END
           END-READ

           IF RM-STATUS NOT = "FLAGGED"
              GO TO 0160-END
           END-IF

           IF WS-HOLD-OPEN NOT = "Y"
              OPEN OUTPUT HOLD-REPORT
              IF HOLD-CHECK-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING HOLD MAIL LISTING: "
                         HOLD-CHECK-STATUS
                 GO TO 0160-END
              END-IF
              MOVE "Y" TO WS-HOLD-OPEN
              MOVE SPACES TO HOLD-LINE
              STRING "HOLD MAIL - NOTICES NOT SENT (RETURNED MAIL) "
                     WS-DATE-YYYYMMDD
                 DELIMITED BY SIZE INTO HOLD-LINE
              WRITE HOLD-LINE
              MOVE SPACES TO HOLD-LINE
              WRITE HOLD-LINE
           END-IF

           MOVE "Y" TO WS-MAIL-HELD
           MOVE "H" TO NOT-PRINTED
           REWRITE NOT-DETAILS
           ADD 1 TO WS-HELD-COUNT

           MOVE SPACES TO HOLD-LINE
           STRING "NOTICE " NOT-ID " CUST " NOT-CUST-ID
                  " ACCT " NOT-ACC-ID " " NOT-EVENT
                  " UNDELIVERABLE SINCE " RM-FLAGGED-DATE
              DELIMITED BY SIZE INTO HOLD-LINE
           WRITE HOLD-LINE.
       0160-END.

       0170-CHECK-ELECTRONIC.
           MOVE "N" TO WS-ELECTRONIC
           IF WS-CP-OPEN NOT = "Y"
              GO TO 0170-END
           END-IF

           MOVE NOT-CUST-ID TO CP-CUST-ID
           READ CONTACT-PREFS KEY IS CP-CUST-ID
              INVALID KEY
                 GO TO 0170-END
           END-READ

           IF NOT (CP-CHANNEL = "EMAIL" AND CP-EMAIL NOT = SPACES)
              AND NOT (CP-CHANNEL = "SMS" AND CP-SMS NOT = SPACES)
              GO TO 0170-END
           END-IF

           IF WS-MD-OPEN = "Y"
              MOVE NOT-ID TO MD-NOT-ID
              READ MSG-DELIVERY KEY IS MD-NOT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    GO TO 0170-END
              END-READ
           END-IF

           MOVE "Y" TO WS-ELECTRONIC.
       0170-END.

       0200-PRINT-NOTICE.
           MOVE ALL "-" TO PRINT-LINE
           WRITE PRINT-LINE
              WRITE PRINT-LINE
           END-IF

           PERFORM 0210-NOTICE-BODY.
       0200-END.

       0210-NOTICE-BODY.
           MOVE SPACES TO PRINT-LINE
           STRING "DATE: " NOT-CREATED-AT
                  "   RE: ACCOUNT " NOT-ACC-ID
           REWRITE NOT-DETAILS

           ADD 1 TO WS-PRINTED-COUNT.
       0210-END.

       0300-HOUSEHOLD-ENVELOPE.
           ADD 1 TO WS-ENVELOPE-COUNT
           MOVE WS-ENV-MAIL(WS-ENV-IX) TO WS-HH-MAIL

           MOVE ALL "#" TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           STRING "HOUSEHOLD ENVELOPE " WS-ENV-HH-ID(WS-ENV-IX)
              DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-HH-MAIL-NAME TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-HH-MAIL-ADDRESS TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING WS-HH-MAIL-CITY " " WS-HH-MAIL-POSTAL
              DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM VARYING WS-DEFER-IX FROM 1 BY 1
              UNTIL WS-DEFER-IX > WS-DEFER-USED
              IF WS-DEFER-ENV(WS-DEFER-IX) = WS-ENV-IX
                 MOVE WS-DEFER-NOT-ID(WS-DEFER-IX) TO NOT-ID
                 READ NOTICES KEY IS NOT-ID
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 0310-ENVELOPE-NOTICE
                 END-READ
              END-IF
           END-PERFORM.
       0300-END.

       0310-ENVELOPE-NOTICE.
           MOVE ALL "-" TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           MOVE NOT-CUST-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 STRING "FOR: CUSTOMER " NOT-CUST-ID
                    DELIMITED BY SIZE INTO PRINT-LINE
              NOT INVALID KEY
                 STRING "FOR: " CUST-NAME
                    DELIMITED BY SIZE INTO PRINT-LINE
           END-READ
           WRITE PRINT-LINE

           PERFORM 0210-NOTICE-BODY.
       0310-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
