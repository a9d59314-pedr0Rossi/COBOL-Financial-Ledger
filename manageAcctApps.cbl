           RECORD KEY IS SEQ-NAME
           FILE STATUS IS SEQ-CHECK-STATUS.

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

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.
           05 SEQ-NAME               PIC X(10).
           05 SEQ-NEXT-ID            PIC 9(9).

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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  SEQ-CHECK-STATUS        PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.
       01  BUSINESS-CUST-CHECK-STATUS PIC XX.
       01  BEN-OWNERS-CHECK-STATUS PIC XX.
       01  CUSTODIAL-CHECK-STATUS  PIC XX.

       01  WS-EOF-APPS             PIC X VALUE "N".
           88  EOF-APPS            VALUE "Y".
       01  WS-NOTICE-TEXT          PIC X(60).
       01  WS-NOTICE-ACC           PIC 9(8).

       01  WS-OPEN-FLAG            PIC X.
           88  WS-OPEN-ALLOWED     VALUE "Y".
           88  WS-OPEN-REFUSED     VALUE "N".
       01  WS-IS-BUSINESS          PIC X VALUE "N".
       01  WS-CONTROL-COUNT        PIC 9(2).
       01  WS-EOF-OWNERS           PIC X VALUE "N".
           88  EOF-OWNERS          VALUE "Y".
           88  NOT-EOF-OWNERS      VALUE "N".
       01  WS-CUSTODIAL-FLAG       PIC X VALUE "N".
       01  WS-CUSTODIAN-ID         PIC 9(6).
       01  WS-MAJORITY-AGE         PIC 9(2) VALUE 18.
       01  WS-MAJORITY-DATE.
           02 WS-MAJ-YEAR          PIC 9(4).
           02 WS-MAJ-REST          PIC X(6).
       01  WS-MINOR-MAJORITY       PIC X(10).
       01  WS-SCREEN-RESULT        PIC X.
           88  WS-WATCHLIST-HIT    VALUE "H".
           88  WS-NO-HIT           VALUE "N".
       01  WS-HIT-NAME             PIC X(30).

       01  WS-LOCK-NAME            PIC X(20).
       01  WS-LOCK-RESULT          PIC X.
           88  WS-LOCK-ACQUIRED    VALUE "Y".

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-NEW-APPLICATION THRU 0200-END
              WHEN 2
                 PERFORM 0300-RECORD-DOCUMENT THRU 0300-END
              WHEN 3
                 PERFORM 0400-RECORD-FUNDING THRU 0400-END
              WHEN 4
                 PERFORM 0500-CONVERT-TO-ACCOUNT THRU 0500-END
              WHEN 5
                 PERFORM 0600-LIST-APPLICATIONS
              WHEN 6
                 PERFORM 0700-EXPIRE-STALE
              WHEN 7
                 PERFORM 0750-SET-DOC-REQS THRU 0750-END
           END-EVALUATE

           CLOSE ACCT-APPS
              MOVE SPACES TO AP-GOT-DOC (WS-IDX)
           END-PERFORM

           PERFORM 0270-LOAD-REQUIRED-DOCS THRU 0270-END

           WRITE AP-DETAILS
              INVALID KEY
              GO TO 0500-END
           END-IF

           SET WS-OPEN-ALLOWED TO TRUE
           PERFORM 0510-CHECK-BUSINESS-OWNERS THRU 0510-END
           IF WS-OPEN-REFUSED
              GO TO 0500-END
           END-IF

           MOVE "N" TO WS-CUSTODIAL-FLAG
           IF WS-IS-BUSINESS NOT = "Y"
              PERFORM 0520-CHECK-CUSTODIAL THRU 0520-END
              IF WS-OPEN-REFUSED
                 GO TO 0500-END
              END-IF
           END-IF

           DISPLAY "INSERT THE 7-DIGIT ACCOUNT SERIAL: "
           ACCEPT WS-SERIAL-IN


           CLOSE ACCOUNTS

           IF WS-CUSTODIAL-FLAG = "Y"
              PERFORM 0530-WRITE-CUSTODIAL THRU 0530-END
           END-IF

           PERFORM 0550-POST-INITIAL-DEPOSIT THRU 0550-END

           MOVE "CONVERTD" TO AP-STATUS
           MOVE WS-NEW-ACC-ID TO AP-ACC-ID
                   AP-FUND-AMOUNT ".".
       0500-END.

       0510-CHECK-BUSINESS-OWNERS.
           MOVE "N" TO WS-IS-BUSINESS

           OPEN INPUT BUSINESS-CUST
           IF BUSINESS-CUST-CHECK-STATUS NOT = "00"
              GO TO 0510-END
           END-IF

           MOVE AP-CUST-ID TO BZ-CUST-ID
           READ BUSINESS-CUST KEY IS BZ-CUST-ID
              INVALID KEY
                 CLOSE BUSINESS-CUST
                 GO TO 0510-END
           END-READ
           CLOSE BUSINESS-CUST

           MOVE "Y" TO WS-IS-BUSINESS
           MOVE ZEROES TO WS-CONTROL-COUNT

           OPEN INPUT BEN-OWNERS
           IF BEN-OWNERS-CHECK-STATUS = "00"
              MOVE AP-CUST-ID TO BO-BUS-ID
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
                       IF BO-BUS-ID NOT = AP-CUST-ID
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
              DISPLAY "THE APPLICATION WAS NOT CONVERTED."
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "BLOCKED CONVERT APP " AP-ID
                     " - NO CONTROLLER CUST " AP-CUST-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              SET WS-OPEN-REFUSED TO TRUE
              GO TO 0510-END
           END-IF

           DISPLAY "BUSINESS CUSTOMER (" BZ-ENTITY-TYPE ") - "
                   WS-CONTROL-COUNT " CONTROLLING PERSON(S) ON FILE.".
       0510-END.

       0520-CHECK-CUSTODIAL.
           MOVE SPACES TO WS-MINOR-MAJORITY

           OPEN INPUT CUSTOMERS
           MOVE AP-CUST-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 CLOSE CUSTOMERS
                 GO TO 0520-END
           END-READ

           IF CUST-BIRTH-DATE(1:4) NOT NUMERIC
              OR CUST-BIRTH-DATE(6:2) NOT NUMERIC
              OR CUST-BIRTH-DATE(9:2) NOT NUMERIC
              CLOSE CUSTOMERS
              GO TO 0520-END
           END-IF

           PERFORM 0525-MAJORITY-DATE
           MOVE WS-MAJORITY-DATE TO WS-MINOR-MAJORITY
           IF WS-MINOR-MAJORITY NOT > WS-BUS-DATE
              CLOSE CUSTOMERS
              GO TO 0520-END
           END-IF

           DISPLAY "THE OWNER IS A MINOR UNTIL " WS-MINOR-MAJORITY
                   " - THE ACCOUNT WILL BE OPENED AS A CUSTODIAL "
                   "ACCOUNT."
           DISPLAY "INSERT THE CUSTODIAN'S CUSTOMER ID: "
           ACCEPT WS-CUSTODIAN-ID

           IF WS-CUSTODIAN-ID = AP-CUST-ID
              DISPLAY "THE MINOR CANNOT BE THEIR OWN CUSTODIAN."
              DISPLAY "THE APPLICATION WAS NOT CONVERTED."
              CLOSE CUSTOMERS
              SET WS-OPEN-REFUSED TO TRUE
              GO TO 0520-END
           END-IF

           MOVE WS-CUSTODIAN-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "THE APPLICATION WAS NOT CONVERTED - "
                         "CUSTODIAN CUSTOMER ID DOES NOT EXIST!"
                 CLOSE CUSTOMERS
                 SET WS-OPEN-REFUSED TO TRUE
                 GO TO 0520-END
           END-READ
           CLOSE CUSTOMERS

           IF CUST-BIRTH-DATE(1:4) NOT NUMERIC
              OR CUST-BIRTH-DATE(6:2) NOT NUMERIC
              OR CUST-BIRTH-DATE(9:2) NOT NUMERIC
              DISPLAY "THE CUSTODIAN'S BIRTH DATE IS NOT ON FILE - "
                      "RECORD IT IN CUSTOMER MAINTENANCE FIRST."
              DISPLAY "THE APPLICATION WAS NOT CONVERTED."
              SET WS-OPEN-REFUSED TO TRUE
              GO TO 0520-END
           END-IF

           PERFORM 0525-MAJORITY-DATE
           IF WS-MAJORITY-DATE > WS-BUS-DATE
              DISPLAY "THE CUSTODIAN MUST HAVE REACHED THE AGE OF "
                      "MAJORITY."
              DISPLAY "THE APPLICATION WAS NOT CONVERTED."
              SET WS-OPEN-REFUSED TO TRUE
              GO TO 0520-END
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
              DISPLAY "THE APPLICATION WAS NOT CONVERTED."
              SET WS-OPEN-REFUSED TO TRUE
              GO TO 0520-END
           END-IF

           DISPLAY "CUSTODIAN: " CUST-NAME
           DISPLAY "THE CUSTODIANSHIP ENDS ON " WS-MINOR-MAJORITY
           MOVE "Y" TO WS-CUSTODIAL-FLAG.
       0520-END.

       0525-MAJORITY-DATE.
           MOVE CUST-BIRTH-DATE TO WS-MAJORITY-DATE
           ADD WS-MAJORITY-AGE TO WS-MAJ-YEAR
           IF WS-MAJ-REST = "-02-29"
              MOVE "-03-01" TO WS-MAJ-REST
           END-IF.
       0525-END.

       0530-WRITE-CUSTODIAL.
           OPEN I-O CUSTODIAL
           IF CUSTODIAL-CHECK-STATUS = "35"
              OPEN OUTPUT CUSTODIAL
              CLOSE CUSTODIAL
              OPEN I-O CUSTODIAL
           END-IF

           IF CUSTODIAL-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE CUSTODIAL FILE: "
                      CUSTODIAL-CHECK-STATUS
              GO TO 0530-END
           END-IF

           MOVE WS-NEW-ACC-ID TO CU-ACC-ID
           MOVE AP-CUST-ID TO CU-MINOR-ID
           MOVE WS-CUSTODIAN-ID TO CU-CUSTODIAN-ID
           MOVE WS-MINOR-MAJORITY TO CU-MAJORITY-DATE
           MOVE WS-BUS-DATE TO CU-OPENED
           MOVE "ACTIVE" TO CU-STATUS
           MOVE SPACES TO CU-NOTIFIED
           MOVE SPACES TO CU-CONVERTED-AT

           WRITE CU-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING THE CUSTODIAL RECORD."
                 CLOSE CUSTODIAL
                 GO TO 0530-END
           END-WRITE

           CLOSE CUSTODIAL

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CUSTODIAL ACCT " WS-NEW-ACC-ID " MINOR " AP-CUST-ID
                  " CUSTODIAN " WS-CUSTODIAN-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "CUSTODIAN " WS-CUSTODIAN-ID " RECORDED - ONLY "
                   "THE CUSTODIAN MAY WITHDRAW UNTIL "
                   WS-MINOR-MAJORITY ".".
       0530-END.

       0550-POST-INITIAL-DEPOSIT.
           OPEN I-O TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
