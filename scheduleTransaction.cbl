           RECORD KEY IS SEQ-NAME
           FILE STATUS IS SEQ-CHECK-STATUS.

       SELECT CUSTODIAL ASSIGN TO "custodial.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-ACC-ID
           FILE STATUS IS CUSTODIAL-CHECK-STATUS.

       SELECT ESTATE ASSIGN TO "estate.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ES-CUST-ID
           FILE STATUS IS ESTATE-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           05 SEQ-NAME           PIC X(10).
           05 SEQ-NEXT-ID        PIC 9(9).

       FD  CUSTODIAL.
       01  CU-DETAILS.
           05 CU-ACC-ID          PIC 9(8).
           05 CU-MINOR-ID        PIC 9(6).
           05 CU-CUSTODIAN-ID    PIC 9(6).
           05 CU-MAJORITY-DATE   PIC X(10).
           05 CU-OPENED          PIC X(10).
           05 CU-STATUS          PIC X(10).
           05 CU-NOTIFIED        PIC X(10).
           05 CU-CONVERTED-AT    PIC X(10).

       FD  ESTATE.
       01  ES-DETAILS.
           05 ES-CUST-ID         PIC 9(6).
           05 ES-DATE-OF-DEATH   PIC X(10).
           05 ES-DOCS-RECEIVED   PIC X(1).
           05 ES-EXECUTOR        PIC X(30).
           05 ES-STATUS          PIC X(8).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD      PIC X(120).

       01  SCHEDULE-CHECK-STATUS  PIC XX.
       01  ACCOUNTS-CHECK-STATUS  PIC XX.
       01  SEQ-CHECK-STATUS       PIC XX.
       01  CUSTODIAL-CHECK-STATUS PIC XX.
       01  ESTATE-CHECK-STATUS    PIC XX.
       01  ERROR-LOG-CHECK-STATUS PIC XX.
       01  AUDIT-LOG-CHECK-STATUS PIC XX.

           88 WS-FREQUENCY-VALID  VALUES "DAILY" "WEEKLY" "MONTHLY".
       01  WS-NEW-ID              PIC 9(9).
       01  WS-SEARCH-ID           PIC 9(9).
       01  WS-REQ-CUST-ID         PIC 9(6).
       01  WS-CUSTODIAL-FLAG      PIC X.
           88  WS-CUSTODIAN-OK    VALUE "Y".
           88  WS-CUSTODIAN-DENIED VALUE "N".

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD    PIC 9(8).
              WHEN 0
                 GO TO 0900-END-PROGRAM
              WHEN 1
                 PERFORM 0200-CREATE-SCHEDULE THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-SCHEDULE THRU 0300-END
              WHEN 3
                 PERFORM 0400-STOP-SCHEDULE THRU 0400-END
              WHEN OTHER
                 DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
           END-EVALUATE

           PERFORM 0210-PROMPT-TYPE UNTIL WS-TYPE-VALID

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YYYYMMDD
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-TODAY-YEAR
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-TODAY-MONTH
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-TODAY-DAY

           IF WS-NEW-TYPE = "DEBIT"
              PERFORM 0230-CHECK-CUSTODIAN THRU 0230-END
              IF WS-CUSTODIAN-DENIED
                 GO TO 0200-END
              END-IF
           END-IF

           DISPLAY "ENTER THE AMOUNT: "
           ACCEPT WS-NEW-AMOUNT


           PERFORM 0220-PROMPT-FREQUENCY UNTIL WS-FREQUENCY-VALID

           OPEN I-O SCHEDULE
           IF SCHEDULE-CHECK-STATUS = "35"
              OPEN OUTPUT SCHEDULE
           END-IF.
       0220-END.

       0230-CHECK-CUSTODIAN.

           SET WS-CUSTODIAN-OK TO TRUE

           OPEN INPUT CUSTODIAL
           IF CUSTODIAL-CHECK-STATUS NOT = "00"
              GO TO 0230-END
           END-IF

           MOVE WS-NEW-ACC-ID TO CU-ACC-ID
           READ CUSTODIAL KEY IS CU-ACC-ID
              INVALID KEY
                 CLOSE CUSTODIAL
                 GO TO 0230-END
           END-READ
           CLOSE CUSTODIAL

           IF CU-STATUS = "CONVERTED"
              GO TO 0230-END
           END-IF

           IF WS-TODAY-DATE NOT < CU-MAJORITY-DATE
              DISPLAY "THE OWNER REACHED THE AGE OF MAJORITY ON "
                      CU-MAJORITY-DATE " - THE CUSTODIANSHIP HAS "
                      "ENDED."
              GO TO 0230-END
           END-IF

           DISPLAY "THIS IS A CUSTODIAL ACCOUNT FOR A MINOR - ONLY "
                   "THE CUSTODIAN MAY SCHEDULE A DEBIT."
           DISPLAY "INSERT THE REQUESTING CUSTOMER ID: "
           ACCEPT WS-REQ-CUST-ID

           IF WS-REQ-CUST-ID NOT = CU-CUSTODIAN-ID
              DISPLAY "CUSTOMER " WS-REQ-CUST-ID " IS NOT THE "
                      "CUSTODIAN OF THIS ACCOUNT."
              DISPLAY "THE RECURRING TRANSACTION WAS NOT "
                      "SCHEDULED."
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "CUSTODIAL DENIAL ACCT " WS-NEW-ACC-ID
                     " REQUESTED BY CUST " WS-REQ-CUST-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              SET WS-CUSTODIAN-DENIED TO TRUE
              GO TO 0230-END
           END-IF

           OPEN INPUT ESTATE
           IF ESTATE-CHECK-STATUS = "00"
              MOVE CU-CUSTODIAN-ID TO ES-CUST-ID
              READ ESTATE KEY IS ES-CUST-ID
                 NOT INVALID KEY
                    IF ES-STATUS = "OPEN"
                       DISPLAY "THE CUSTODIAN IS RECORDED AS "
                               "DECEASED - A SUCCESSOR CUSTODIAN "
                               "MUST BE APPOINTED."
                       DISPLAY "THE RECURRING TRANSACTION WAS NOT "
                               "SCHEDULED."
                       SET WS-CUSTODIAN-DENIED TO TRUE
                    END-IF
              END-READ
              CLOSE ESTATE
           END-IF.

       0230-END.

       0250-GET-NEW-ID.
           OPEN I-O SEQ-FILE
           IF SEQ-CHECK-STATUS = "35"
