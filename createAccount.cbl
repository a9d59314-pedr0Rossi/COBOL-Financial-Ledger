           RECORD KEY IS KYC-CUST-ID
           FILE STATUS IS KYC-REVIEW-CHECK-STATUS.

       SELECT BUSINESS-CUST ASSIGN TO "businesscust.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BZ-CUST-ID
           FILE STATUS IS BUSINESS-CUST-CHECK-STATUS.

       SELECT BEN-OWNERS ASSIGN TO "benowners.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BO-KEY
           FILE STATUS IS BEN-OWNERS-CHECK-STATUS.

       SELECT CUSTODIAL ASSIGN TO "custodial.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-ACC-ID
           FILE STATUS IS CUSTODIAL-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           02 BR-ADDRESS           PIC X(30).
           02 BR-STATUS            PIC X(7).

       FD  BUSINESS-CUST.
       01  BZ-DETAILS.
           05 BZ-CUST-ID             PIC 9(6).
           05 BZ-ENTITY-TYPE         PIC X(10).
           05 BZ-REG-NO              PIC X(20).
           05 BZ-INCORP-DATE         PIC X(10).
           05 BZ-INDUSTRY            PIC X(6).
           05 BZ-CREATED             PIC X(10).

       FD  BEN-OWNERS.
       01  BO-DETAILS.
           05 BO-KEY.
               10 BO-BUS-ID          PIC 9(6).
               10 BO-PERSON-ID       PIC 9(6).
           05 BO-ROLE                PIC X(8).
           05 BO-OWN-PCT             PIC 9(3)V99.
           05 BO-SCREEN              PIC X(8).
           05 BO-ADDED               PIC X(10).
           05 BO-STATUS              PIC X(8).

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

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD   PIC X(120).

       01  WS-SUP-OK             PIC X.
           88  WS-SUP-VERIFIED   VALUE "Y".

       01  BUSINESS-CUST-CHECK-STATUS PIC XX.
       01  BEN-OWNERS-CHECK-STATUS PIC XX.
       01  WS-IS-BUSINESS        PIC X VALUE "N".
       01  WS-CONTROL-COUNT      PIC 9(2).
       01  WS-EOF-OWNERS         PIC X VALUE "N".
           88  EOF-OWNERS        VALUE "Y".
           88  NOT-EOF-OWNERS    VALUE "N".
       01  CUSTODIAL-CHECK-STATUS PIC XX.
       01  WS-CUSTODIAL-FLAG     PIC X VALUE "N".
       01  WS-CUSTODIAN-ID       PIC 9(6).
       01  WS-MAJORITY-AGE       PIC 9(2) VALUE 18.
       01  WS-MAJORITY-DATE.
           02 WS-MAJ-YEAR        PIC 9(4).
           02 WS-MAJ-REST        PIC X(6).
       01  WS-MINOR-MAJORITY     PIC X(10).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD   PIC 9(8).

              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF WS-CUSTODIAL-FLAG = "Y"
              PERFORM 0250-WRITE-CUSTODIAL THRU 0250-END
           END-IF

           DISPLAY "ACCOUNT CREATED SUCCESSFULLY!"

           GO TO 0900-END-PROGRAM.
           DISPLAY "THE FULL ACCOUNT NUMBER (WITH CHECK DIGIT) "
                   "WILL BE " WS-ID-IN

           PERFORM 0170-CHECK-ID-EXISTS THRU 0170-END
           IF FOUND
              DISPLAY "THE ACCOUNT WAS NOT CREATED - ID ALREADY EXISTS!"
              GO TO 0900-END-PROGRAM
                 GO TO 0900-END-PROGRAM
           END-READ

           PERFORM 0175-CHECK-KYC-REVIEW THRU 0175-END

           PERFORM 0177-CHECK-BUSINESS-OWNERS THRU 0177-END

           CALL "screenWatchlist" USING CUST-NAME CUST-TAX-ID
                WS-SCREEN-RESULT WS-HIT-NAME
              PERFORM 0880-WRITE-AUDIT
           END-IF

           MOVE "N" TO WS-CUSTODIAL-FLAG
           IF WS-IS-BUSINESS NOT = "Y"
              PERFORM 0180-PROMPT-CUSTODIAL THRU 0180-END
           END-IF

           PERFORM 0160-PROMPT-TYPE UNTIL WS-TYPE-VALID

           PERFORM 0165-PROMPT-STATUS UNTIL WS-STATUS-VALID

           PERFORM 0167-PROMPT-CURRENCY UNTIL WS-CURRENCY-VALID

           PERFORM 0168-PROMPT-BRANCH THRU 0168-END

           MOVE FUNCTION CURRENT-DATE(1:8)
                TO WS-DATE-YYYYMMDD.

       0175-END.

       0177-CHECK-BUSINESS-OWNERS.
           MOVE "N" TO WS-IS-BUSINESS

           OPEN INPUT BUSINESS-CUST
           IF BUSINESS-CUST-CHECK-STATUS NOT = "00"
              GO TO 0177-END
           END-IF

           MOVE WS-CUST-ID-IN TO BZ-CUST-ID
           READ BUSINESS-CUST KEY IS BZ-CUST-ID
              INVALID KEY
                 CLOSE BUSINESS-CUST
                 GO TO 0177-END
           END-READ
           CLOSE BUSINESS-CUST

           MOVE "Y" TO WS-IS-BUSINESS
           MOVE ZEROES TO WS-CONTROL-COUNT

           OPEN INPUT BEN-OWNERS
           IF BEN-OWNERS-CHECK-STATUS = "00"
              MOVE WS-CUST-ID-IN TO BO-BUS-ID
              MOVE ZEROES TO BO-PERSON-ID
              SET NOT-EOF-OWNERS TO TRUE
              START BEN-OWNERS KEY IS NOT LESS THAN BO-KEY
                 INVALID KEY
                    SET EOF-OWNERS TO TRUE
              END-START
              PERFORM UNTIL EOF-OWNERS
                 READ BEN-OWNERS NEXT RECORD
                    AT END
                       SET EOF-OWNERS TO TRUE
                    NOT AT END
                       IF BO-BUS-ID NOT = WS-CUST-ID-IN
                          SET EOF-OWNERS TO TRUE
                       ELSE
                          IF BO-STATUS = "ACTIVE"
                             AND (BO-ROLE = "CONTROL"
                               OR BO-ROLE = "BOTH")
                             ADD 1 TO WS-CONTROL-COUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BEN-OWNERS
           END-IF

           IF WS-CONTROL-COUNT = ZEROES
              DISPLAY "THE BUSINESS CUSTOMER HAS NO CONTROLLING "
                      "PERSON ON FILE."
              DISPLAY "THE ACCOUNT WAS NOT CREATED."
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "BLOCKED OPEN - NO CONTROLLER CUST "
                     WS-CUST-ID-IN
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "BUSINESS CUSTOMER (" BZ-ENTITY-TYPE ") - "
                   WS-CONTROL-COUNT " CONTROLLING PERSON(S) ON FILE.".
       0177-END.

       0180-PROMPT-CUSTODIAL.
           MOVE "N" TO WS-CUSTODIAL-FLAG
           MOVE SPACES TO WS-MINOR-MAJORITY

           CALL "getBusinessDate" USING WS-KYC-BUS-DATE
                WS-KYC-BUS-STATUS

           IF CUST-BIRTH-DATE(1:4) NUMERIC
              AND CUST-BIRTH-DATE(6:2) NUMERIC
              AND CUST-BIRTH-DATE(9:2) NUMERIC
              PERFORM 0185-MAJORITY-DATE
              MOVE WS-MAJORITY-DATE TO WS-MINOR-MAJORITY
           END-IF

           DISPLAY "IS THIS A CUSTODIAL ACCOUNT FOR A MINOR? (Y/N): "
           ACCEPT WS-CUSTODIAL-FLAG
           MOVE FUNCTION UPPER-CASE (WS-CUSTODIAL-FLAG)
                TO WS-CUSTODIAL-FLAG

           IF WS-CUSTODIAL-FLAG NOT = "Y"
              MOVE "N" TO WS-CUSTODIAL-FLAG
              IF WS-MINOR-MAJORITY NOT = SPACES
                 AND WS-MINOR-MAJORITY > WS-KYC-BUS-DATE
                 DISPLAY "THE OWNER IS A MINOR UNTIL "
                         WS-MINOR-MAJORITY " - OPEN THE ACCOUNT "
                         "AS A CUSTODIAL ACCOUNT."
                 DISPLAY "THE ACCOUNT WAS NOT CREATED."
                 GO TO 0900-END-PROGRAM
              END-IF
              GO TO 0180-END
           END-IF

           IF WS-MINOR-MAJORITY = SPACES
              DISPLAY "THE OWNER'S BIRTH DATE IS NOT ON FILE - "
                      "RECORD IT IN CUSTOMER MAINTENANCE FIRST."
              DISPLAY "THE ACCOUNT WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MINOR-MAJORITY NOT > WS-KYC-BUS-DATE
              DISPLAY "THE OWNER HAS ALREADY REACHED THE AGE OF "
                      "MAJORITY - A CUSTODIAL ACCOUNT IS NOT "
                      "ALLOWED."
              DISPLAY "THE ACCOUNT WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "INSERT THE CUSTODIAN'S CUSTOMER ID: "
           ACCEPT WS-CUSTODIAN-ID

           IF WS-CUSTODIAN-ID = WS-CUST-ID-IN
              DISPLAY "THE MINOR CANNOT BE THEIR OWN CUSTODIAN."
              DISPLAY "THE ACCOUNT WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-CUSTODIAN-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "THE ACCOUNT WAS NOT CREATED - "
                         "CUSTODIAN CUSTOMER ID DOES NOT EXIST!"
                 GO TO 0900-END-PROGRAM
           END-READ

           IF CUST-BIRTH-DATE(1:4) NOT NUMERIC
              OR CUST-BIRTH-DATE(6:2) NOT NUMERIC
              OR CUST-BIRTH-DATE(9:2) NOT NUMERIC
              DISPLAY "THE CUSTODIAN'S BIRTH DATE IS NOT ON FILE - "
                      "RECORD IT IN CUSTOMER MAINTENANCE FIRST."
              DISPLAY "THE ACCOUNT WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0185-MAJORITY-DATE
           IF WS-MAJORITY-DATE > WS-KYC-BUS-DATE
              DISPLAY "THE CUSTODIAN MUST HAVE REACHED THE AGE OF "
                      "MAJORITY."
              DISPLAY "THE ACCOUNT WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           CALL "screenWatchlist" USING CUST-NAME CUST-TAX-ID
                WS-SCREEN-RESULT WS-HIT-NAME
           IF WS-WATCHLIST-HIT
              DISPLAY "*** WATCHLIST HIT *** THE CUSTODIAN MATCHES "
                      "BLOCKED PARTY: " WS-HIT-NAME
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "WATCHLIST HIT ON CUSTODIAN " WS-CUSTODIAN-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              DISPLAY "THE ACCOUNT WAS NOT CREATED."
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "CUSTODIAN: " CUST-NAME
           DISPLAY "THE CUSTODIANSHIP ENDS ON " WS-MINOR-MAJORITY

           MOVE WS-CUST-ID-IN TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "THE ACCOUNT WAS NOT CREATED - "
                         "CUSTOMER ID DOES NOT EXIST!"
                 GO TO 0900-END-PROGRAM
           END-READ.
       0180-END.

       0185-MAJORITY-DATE.
           MOVE CUST-BIRTH-DATE TO WS-MAJORITY-DATE
           ADD WS-MAJORITY-AGE TO WS-MAJ-YEAR
           IF WS-MAJ-REST = "-02-29"
              MOVE "-03-01" TO WS-MAJ-REST
           END-IF.
       0185-END.

       0170-CHECK-ID-EXISTS.
           OPEN I-O ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
                TO WS-BRANCH-OUT.
       0200-END.

       0250-WRITE-CUSTODIAL.
           OPEN I-O CUSTODIAL
           IF CUSTODIAL-CHECK-STATUS = "35"
              OPEN OUTPUT CUSTODIAL
              CLOSE CUSTODIAL
              OPEN I-O CUSTODIAL
           END-IF

           IF CUSTODIAL-CHECK-STATUS NOT = "00"
              MOVE CUSTODIAL-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING CUSTODIAL FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0250-END
           END-IF

           MOVE WS-ID-OUT TO CU-ACC-ID
           MOVE WS-CUST-ID-IN TO CU-MINOR-ID
           MOVE WS-CUSTODIAN-ID TO CU-CUSTODIAN-ID
           MOVE WS-MINOR-MAJORITY TO CU-MAJORITY-DATE
           MOVE WS-CREATED-AT-OUT TO CU-OPENED
           MOVE "ACTIVE" TO CU-STATUS
           MOVE SPACES TO CU-NOTIFIED
           MOVE SPACES TO CU-CONVERTED-AT

           WRITE CU-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING THE CUSTODIAL RECORD."
                 CLOSE CUSTODIAL
                 GO TO 0250-END
           END-WRITE

           CLOSE CUSTODIAL

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CUSTODIAL ACCT " WS-ID-OUT " MINOR " WS-CUST-ID-IN
                  " CUSTODIAN " WS-CUSTODIAN-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "CUSTODIAN " WS-CUSTODIAN-ID " RECORDED - ONLY "
                   "THE CUSTODIAN MAY WITHDRAW UNTIL "
                   WS-MINOR-MAJORITY ".".
       0250-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
