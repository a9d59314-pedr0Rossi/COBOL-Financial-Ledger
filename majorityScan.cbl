       IDENTIFICATION DIVISION.
       PROGRAM-ID. majorityScan.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CUSTODIAL ASSIGN TO "custodial.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-ACC-ID
           FILE STATUS IS CUSTODIAL-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT CUSTOMERS ASSIGN TO "customers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMERS-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTODIAL.
       01  CU-DETAILS.
           05 CU-ACC-ID              PIC 9(8).
           05 CU-MINOR-ID            PIC 9(6).
           05 CU-CUSTODIAN-ID        PIC 9(6).
           05 CU-MAJORITY-DATE       PIC X(10).
           05 CU-OPENED              PIC X(10).
           05 CU-STATUS              PIC X(10).
           05 CU-NOTIFIED            PIC X(10).
           05 CU-CONVERTED-AT        PIC X(10).

       FD  ACCOUNTS.
       01  FS-ACC-DETAILS.
           02 FS-ID              PIC 9(8).
           02 FS-CUST-ID         PIC 9(6).
           02 FS-FULLNAME        PIC X(13).
           02 FS-TYPE            PIC X(10).
           02 FS-STATUS          PIC X(7).
           02 FS-CREATED-AT      PIC X(10).
           02 FS-BALANCE         PIC S9(9)V99.
           02 FS-CURRENCY         PIC X(3).
           02 FS-BRANCH           PIC X(4).

       FD  CUSTOMERS.
       01  CUST-DETAILS.
           02 CUST-ID           PIC 9(6).
           02 CUST-NAME         PIC X(30).
           02 CUST-CREATED-AT   PIC X(10).
           02 CUST-ADDRESS      PIC X(30).
           02 CUST-CITY         PIC X(20).
           02 CUST-POSTAL-CODE  PIC X(10).
           02 CUST-PHONE        PIC X(15).
           02 CUST-TAX-ID       PIC X(11).
           02 CUST-BIRTH-DATE   PIC X(10).
           02 CUST-ID-DOC-TYPE  PIC X(10).
           02 CUST-ID-DOC-NO    PIC X(15).
           02 CUST-WHT-FLAG     PIC X(1).
           02 CUST-WHT-RATE     PIC V9(4).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  CUSTODIAL-CHECK-STATUS    PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  CUSTOMERS-CHECK-STATUS    PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-CUSTODIAL          PIC X VALUE "N".
           88  EOF-CUSTODIAL         VALUE "Y".
           88  NOT-EOF-CUSTODIAL     VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-YEAR-END               PIC X(10).

       01  WS-DUE-COUNT              PIC 9(5).
       01  WS-CONVERTED-COUNT        PIC 9(5).
       01  WS-ACTION                 PIC X(10).
       01  WS-MINOR-NAME             PIC X(20).
       01  WS-CUSTODIAN-NAME         PIC X(20).

       01  WS-NOTICE-ACC-ID          PIC 9(8).
       01  WS-NOTICE-EVENT           PIC X(12).
       01  WS-NOTICE-TEXT            PIC X(60).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-DUE-COUNT
           MOVE ZEROES TO WS-CONVERTED-COUNT

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE MAJORITY "
                      "SCAN CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           MOVE SPACES TO WS-YEAR-END
           STRING WS-BUS-DATE(1:4) "-12-31"
              DELIMITED BY SIZE INTO WS-YEAR-END

           OPEN I-O CUSTODIAL
           IF CUSTODIAL-CHECK-STATUS NOT = "00"
              DISPLAY "NO CUSTODIAL ACCOUNTS ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT ACCOUNTS
           OPEN INPUT CUSTOMERS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              OR CUSTOMERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS/CUSTOMERS FILES: "
                      ACCOUNTS-CHECK-STATUS " " CUSTOMERS-CHECK-STATUS
              CLOSE CUSTODIAL ACCOUNTS CUSTOMERS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "majority_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              CLOSE CUSTODIAL ACCOUNTS CUSTOMERS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CUSTODIAL ACCOUNTS REACHING MAJORITY BY "
                  WS-YEAR-END " - RUN " WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT  MINOR  NAME                 CUSTDN "
                  "NAME                 MAJORITY   ACTION"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE ZEROES TO CU-ACC-ID
           SET NOT-EOF-CUSTODIAL TO TRUE
           START CUSTODIAL KEY IS NOT LESS THAN CU-ACC-ID
              INVALID KEY
                 SET EOF-CUSTODIAL TO TRUE
           END-START

           PERFORM UNTIL EOF-CUSTODIAL
              READ CUSTODIAL NEXT RECORD
                 AT END
                    SET EOF-CUSTODIAL TO TRUE
                 NOT AT END
                    IF (CU-STATUS = "ACTIVE" OR CU-STATUS = "DUE")
                       AND CU-MAJORITY-DATE NOT > WS-YEAR-END
                       PERFORM 0200-CONSIDER-ACCOUNT THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           IF WS-DUE-COUNT = ZEROES AND WS-CONVERTED-COUNT = ZEROES
              MOVE "NO CUSTODIAL ACCOUNTS REACH MAJORITY THIS YEAR."
                 TO REPORT-LINE
           ELSE
              STRING "CONVERTED: " WS-CONVERTED-COUNT
                     "  DUE FOR CONVERSION: " WS-DUE-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT
           CLOSE CUSTODIAL
           CLOSE ACCOUNTS
           CLOSE CUSTOMERS

           DISPLAY "MAJORITY CONVERSION LIST WRITTEN TO "
                   WS-REPORT-NAME

           MOVE "MAJORITY CONVERSION" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "MAJORITY SCAN CONVERTED " WS-CONVERTED-COUNT
                  " DUE " WS-DUE-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-CONSIDER-ACCOUNT.
           MOVE CU-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 GO TO 0200-END
           END-READ

           IF FS-STATUS = "CLOSED"
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-MINOR-NAME
           MOVE CU-MINOR-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              NOT INVALID KEY
                 MOVE CUST-NAME TO WS-MINOR-NAME
           END-READ

           MOVE SPACES TO WS-CUSTODIAN-NAME
           MOVE CU-CUSTODIAN-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              NOT INVALID KEY
                 MOVE CUST-NAME TO WS-CUSTODIAN-NAME
           END-READ

           MOVE CU-ACC-ID TO WS-NOTICE-ACC-ID

           IF CU-MAJORITY-DATE NOT > WS-BUS-DATE
              MOVE "CONVERTED" TO WS-ACTION
              MOVE "CONVERTED" TO CU-STATUS
              MOVE WS-BUS-DATE TO CU-CONVERTED-AT
              ADD 1 TO WS-CONVERTED-COUNT
              MOVE "MAJORITY" TO WS-NOTICE-EVENT
              MOVE SPACES TO WS-NOTICE-TEXT
              STRING "YOUR ACCOUNT " CU-ACC-ID
                     " IS NOW HELD IN YOUR OWN NAME."
                 DELIMITED BY SIZE INTO WS-NOTICE-TEXT
              CALL "writeNotice" USING WS-NOTICE-ACC-ID
                   WS-NOTICE-EVENT WS-NOTICE-TEXT
              MOVE "CUSTODIAN" TO WS-NOTICE-EVENT
              MOVE SPACES TO WS-NOTICE-TEXT
              STRING "YOUR CUSTODIANSHIP OF ACCT " CU-ACC-ID
                     " ENDED ON " CU-MAJORITY-DATE "."
                 DELIMITED BY SIZE INTO WS-NOTICE-TEXT
              CALL "writeNotice" USING WS-NOTICE-ACC-ID
                   WS-NOTICE-EVENT WS-NOTICE-TEXT
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "CONVERTED CUSTODIAL ACCT " CU-ACC-ID
                     " MINOR " CU-MINOR-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
           ELSE
              MOVE "DUE" TO WS-ACTION
              ADD 1 TO WS-DUE-COUNT
              IF CU-STATUS = "ACTIVE"
                 MOVE "DUE" TO CU-STATUS
                 MOVE WS-BUS-DATE TO CU-NOTIFIED
                 MOVE "MAJORITY" TO WS-NOTICE-EVENT
                 MOVE SPACES TO WS-NOTICE-TEXT
                 STRING "ACCT " CU-ACC-ID " BECOMES YOURS ALONE ON "
                        CU-MAJORITY-DATE "."
                    DELIMITED BY SIZE INTO WS-NOTICE-TEXT
                 CALL "writeNotice" USING WS-NOTICE-ACC-ID
                      WS-NOTICE-EVENT WS-NOTICE-TEXT
                 MOVE "CUSTODIAN" TO WS-NOTICE-EVENT
                 MOVE SPACES TO WS-NOTICE-TEXT
                 STRING "YOUR CUSTODIANSHIP OF ACCT " CU-ACC-ID
                        " ENDS ON " CU-MAJORITY-DATE "."
                    DELIMITED BY SIZE INTO WS-NOTICE-TEXT
                 CALL "writeNotice" USING WS-NOTICE-ACC-ID
                      WS-NOTICE-EVENT WS-NOTICE-TEXT
              END-IF
           END-IF

           REWRITE CU-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING CUSTODIAL RECORD "
                         CU-ACC-ID
           END-REWRITE

           MOVE SPACES TO REPORT-LINE
           STRING CU-ACC-ID " " CU-MINOR-ID " " WS-MINOR-NAME " "
                  CU-CUSTODIAN-ID " " WS-CUSTODIAN-NAME " "
                  CU-MAJORITY-DATE " " WS-ACTION
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0200-END.

       0880-WRITE-AUDIT.
           MOVE "BATCH" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO WS-AUDIT-OPERATOR
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           CALL "auditSeq" USING WS-AUDIT-SEQ

           OPEN EXTEND AUDIT-LOG
           IF AUDIT-LOG-CHECK-STATUS = "35"
              OPEN OUTPUT AUDIT-LOG
           END-IF

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " majorityScan: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
