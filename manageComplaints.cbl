       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageComplaints.
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

       SELECT CUSTOMERS ASSIGN TO "customers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMERS-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT BRANCHES ASSIGN TO "branches.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-CODE
           FILE STATUS IS BRANCHES-CHECK-STATUS.

       SELECT OPERATORS ASSIGN TO "operators.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS OPERATORS-CHECK-STATUS.

       SELECT HOLIDAYS ASSIGN TO "holidays.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLIDAYS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

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

       FD  BRANCHES.
       01  BR-DETAILS.
           02 BR-CODE              PIC X(4).
           02 BR-NAME              PIC X(20).
           02 BR-ADDRESS           PIC X(30).
           02 BR-STATUS            PIC X(7).

       FD  OPERATORS.
       01  OP-DETAILS.
           02 OP-ID                PIC X(8).
           02 OP-NAME              PIC X(20).
           02 OP-PASSWORD          PIC X(10).
           02 OP-ROLE              PIC X(10).
           02 OP-PWD-CHANGED-AT    PIC X(10).
           02 OP-FORCE-CHANGE      PIC X(1).
           02 OP-FAILED-TRIES      PIC 9(2).
           02 OP-LOCKED            PIC X(1).
           02 OP-BRANCH            PIC X(4).
           02 OP-POST-LIMIT        PIC 9(7)V99.
           02 OP-TRAINEE           PIC X(1).
           02 OP-CUST-ID           PIC 9(6).

       FD  HOLIDAYS.
       01  HOLIDAY-LINE              PIC X(10).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  COMPLAINTS-CHECK-STATUS PIC XX.
       01  CUSTOMERS-CHECK-STATUS  PIC XX.
       01  ACCOUNTS-CHECK-STATUS   PIC XX.
       01  BRANCHES-CHECK-STATUS   PIC XX.
       01  OPERATORS-CHECK-STATUS  PIC XX.
       01  HOLIDAYS-CHECK-STATUS   PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-EOF-COMPLAINTS       PIC X VALUE "N".
           88  EOF-COMPLAINTS      VALUE "Y".
           88  NOT-EOF-COMPLAINTS  VALUE "N".

       01  WS-EOF-HOLIDAYS         PIC X VALUE "N".
           88  EOF-HOLIDAYS        VALUE "Y".
           88  NOT-EOF-HOLIDAYS    VALUE "N".

       01  WS-MENU-OPT             PIC 9.

       01  WS-ACK-BUS-DAYS         PIC 9(2) VALUE 3.
       01  WS-FINAL-BUS-DAYS       PIC 9(2) VALUE 15.

       01  WS-CMP-ID-IN            PIC 9(7).
       01  WS-CUST-ID-IN           PIC 9(6).
       01  WS-ACC-ID-IN            PIC 9(8).
       01  WS-TR-ID-IN             PIC 9(9).
       01  WS-CATEGORY-IN          PIC X(10).
           88  WS-CATEGORY-VALID   VALUES "SERVICE" "FEES" "STAFF"
                                   "PRODUCT" "FRAUD" "ACCESS"
                                   "OTHER".
       01  WS-RECEIVED-IN          PIC X(8).
           88  WS-RECEIVED-VALID   VALUES "BRANCH" "PHONE" "EMAIL"
                                   "LETTER" "ONLINE".
       01  WS-BRANCH-IN            PIC X(4).
       01  WS-ASSIGNED-IN          PIC X(8).
       01  WS-SUMMARY-IN           PIC X(40).
       01  WS-OUTCOME-IN           PIC X(8).
           88  WS-OUTCOME-VALID    VALUES "UPHELD" "PARTIAL"
                                   "REJECTED".
       01  WS-RESOLUTION-IN        PIC X(40).
       01  WS-REFUND-IN            PIC 9(7)V99.
       01  WS-REFUND-CONFIRM       PIC X.

       01  WS-NEXT-CMP-ID          PIC 9(7).
       01  WS-OPEN-COUNT           PIC 9(5).
       01  WS-OVERDUE-FLAG         PIC X(12).
       01  WS-VALID-ENTRY          PIC X.

       01  WS-SUP-ID               PIC X(8).
       01  WS-SUP-OK               PIC X.
           88  WS-SUP-VERIFIED     VALUE "Y".

       01  WS-INSIDER-OP-ID        PIC X(8).
       01  WS-INSIDER-ACTION       PIC X(12).
       01  WS-INSIDER-RESULT       PIC X.
           88  WS-INSIDER-BLOCKED  VALUE "B".

       01  WS-BUS-DATE             PIC X(10).
       01  WS-BUS-STATUS           PIC X(6).

       01  WS-BD-START-NUM         PIC 9(8).
       01  WS-BD-REL-NUM           PIC 9(8).
       01  WS-BD-REL-INT           PIC 9(8).
       01  WS-BD-ADD-DAYS          PIC 9(2).
       01  WS-BD-COUNT             PIC 9(2).
       01  WS-BD-DOW               PIC 9(1).
       01  WS-BD-IS-BUS            PIC X.
       01  WS-BD-CAND-DATE         PIC X(10).

       01  WS-NOTICE-ACC-ID        PIC 9(8).
       01  WS-NOTICE-EVENT         PIC X(12).
       01  WS-NOTICE-TEXT          PIC X(60).

       01  WS-POST-REQUEST.
           05 WS-PR-ACC-ID           PIC 9(8).
           05 WS-PR-TYPE             PIC X(6).
           05 WS-PR-AMOUNT           PIC 9(9)V99.
           05 WS-PR-DESC             PIC X(20).
           05 WS-PR-TXN-CODE         PIC X(4).
           05 WS-PR-CHECK-NO         PIC 9(6).
           05 WS-PR-TR-ID            PIC 9(9).
           05 WS-PR-RELATED-ID       PIC 9(9).
           05 WS-PR-DATE             PIC X(10).
           05 WS-PR-BRANCH           PIC X(4).
           05 WS-PR-CHANNEL          PIC X(8).
           05 WS-PR-MODE             PIC X(1).
           05 WS-PR-LIMIT-MODE       PIC X(1).
           05 WS-PR-ITEM-FEE         PIC X(1).
           05 WS-PR-FEE-AMOUNT       PIC 9(5)V99.
           05 WS-PR-FEE-DESC         PIC X(20).

       01  WS-POST-RESULT.
           05 WS-RS-RESULT           PIC X(1).
              88  WS-RS-POSTED       VALUE "P".
              88  WS-RS-REJECTED     VALUE "R".
           05 WS-RS-REASON-CODE      PIC X(4).
           05 WS-RS-REASON           PIC X(30).
           05 WS-RS-TR-ID            PIC 9(9).
           05 WS-RS-NEW-BALANCE      PIC S9(9)V99.
           05 WS-RS-NSF-ACTION       PIC X(8).
           05 WS-RS-FEE-CHARGED      PIC 9(5)V99.
           05 WS-RS-ACCT-BRANCH      PIC X(4).

       01  WS-COMPLAINT-MENU.
           02 WS-CMP-MENU-LINE     PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-CMP-MENU-OPT1     PIC X(22)
                                   VALUE "1 - Log a Complaint".
           02 WS-CMP-MENU-OPT2     PIC X(30)
                                   VALUE "2 - Acknowledge a Complaint".
           02 WS-CMP-MENU-OPT3     PIC X(26)
                                   VALUE "3 - Reassign a Complaint".
           02 WS-CMP-MENU-OPT4     PIC X(26)
                                   VALUE "4 - Resolve a Complaint".
           02 WS-CMP-MENU-OPT5     PIC X(26)
                                   VALUE "5 - List Open Complaints".
           02 WS-CMP-MENU-OPT0     PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-CMP-MENU-LINE
           DISPLAY "CUSTOMER COMPLAINTS"
           DISPLAY WS-CMP-MENU-OPT1
           DISPLAY WS-CMP-MENU-OPT2
           DISPLAY WS-CMP-MENU-OPT3
           DISPLAY WS-CMP-MENU-OPT4
           DISPLAY WS-CMP-MENU-OPT5
           DISPLAY WS-CMP-MENU-OPT0
           DISPLAY WS-CMP-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 5
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O COMPLAINTS
           IF COMPLAINTS-CHECK-STATUS = "35"
              OPEN OUTPUT COMPLAINTS
              CLOSE COMPLAINTS
              OPEN I-O COMPLAINTS
           END-IF

           IF COMPLAINTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING COMPLAINTS FILE: "
                      COMPLAINTS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-LOG-COMPLAINT THRU 0200-END
              WHEN 2
                 PERFORM 0300-ACKNOWLEDGE THRU 0300-END
              WHEN 3
                 PERFORM 0400-REASSIGN THRU 0400-END
              WHEN 4
                 PERFORM 0500-RESOLVE-COMPLAINT THRU 0500-END
              WHEN 5
                 PERFORM 0600-LIST-OPEN-COMPLAINTS THRU 0600-END
           END-EVALUATE

           CLOSE COMPLAINTS
           PERFORM 0100-MAIN.
       0100-END.

       0200-LOG-COMPLAINT.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN."
              GO TO 0200-END
           END-IF

           DISPLAY "INSERT THE CUSTOMER ID: "
           ACCEPT WS-CUST-ID-IN

           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CUSTOMERS FILE."
              GO TO 0200-END
           END-IF
           MOVE WS-CUST-ID-IN TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "NO SUCH CUSTOMER."
                 CLOSE CUSTOMERS
                 GO TO 0200-END
           END-READ
           CLOSE CUSTOMERS
           DISPLAY "CUSTOMER: " CUST-NAME

           DISPLAY "INSERT THE ACCOUNT ID (0 IF NOT ACCOUNT-RELATED): "
           ACCEPT WS-ACC-ID-IN
           MOVE ZEROES TO WS-TR-ID-IN
           IF WS-ACC-ID-IN NOT = ZEROES
              PERFORM 0260-CHECK-ACCOUNT THRU 0260-END
              IF WS-VALID-ENTRY NOT = "Y"
                 GO TO 0200-END
              END-IF
              DISPLAY "INSERT THE TRANSACTION ID COMPLAINED OF "
                      "(0 IF NONE): "
              ACCEPT WS-TR-ID-IN
           END-IF

           DISPLAY "INSERT THE CATEGORY (SERVICE/FEES/STAFF/PRODUCT/"
                   "FRAUD/ACCESS/OTHER): "
           ACCEPT WS-CATEGORY-IN
           MOVE FUNCTION UPPER-CASE (WS-CATEGORY-IN) TO WS-CATEGORY-IN
           IF NOT WS-CATEGORY-VALID
              DISPLAY "INVALID CATEGORY."
              GO TO 0200-END
           END-IF

           DISPLAY "INSERT THE CHANNEL RECEIVED (BRANCH/PHONE/EMAIL/"
                   "LETTER/ONLINE): "
           ACCEPT WS-RECEIVED-IN
           MOVE FUNCTION UPPER-CASE (WS-RECEIVED-IN) TO WS-RECEIVED-IN
           IF NOT WS-RECEIVED-VALID
              DISPLAY "INVALID CHANNEL."
              GO TO 0200-END
           END-IF

           MOVE "HQ" TO WS-BRANCH-IN
           IF SESSION-BRANCH-ID NOT = SPACES
              AND SESSION-BRANCH-ID NOT = LOW-VALUES
              MOVE SESSION-BRANCH-ID TO WS-BRANCH-IN
           END-IF
           IF WS-ACC-ID-IN NOT = ZEROES AND FS-BRANCH NOT = SPACES
              MOVE FS-BRANCH TO WS-BRANCH-IN
           END-IF
           DISPLAY "BRANCH RESPONSIBLE: " WS-BRANCH-IN
           PERFORM 0270-CHECK-BRANCH THRU 0270-END
           IF WS-VALID-ENTRY NOT = "Y"
              GO TO 0200-END
           END-IF

           DISPLAY "INSERT THE OPERATOR TO ASSIGN THE COMPLAINT TO: "
           ACCEPT WS-ASSIGNED-IN
           PERFORM 0280-CHECK-OPERATOR THRU 0280-END
           IF WS-VALID-ENTRY NOT = "Y"
              GO TO 0200-END
           END-IF

           DISPLAY "INSERT A SHORT SUMMARY OF THE COMPLAINT: "
           ACCEPT WS-SUMMARY-IN

           PERFORM 0250-NEXT-COMPLAINT-ID

           MOVE WS-NEXT-CMP-ID TO CMP-ID
           MOVE WS-CUST-ID-IN TO CMP-CUST-ID
           MOVE WS-ACC-ID-IN TO CMP-ACC-ID
           MOVE WS-TR-ID-IN TO CMP-TR-ID
           MOVE WS-CATEGORY-IN TO CMP-CATEGORY
           MOVE WS-RECEIVED-IN TO CMP-CHANNEL
           MOVE WS-BRANCH-IN TO CMP-BRANCH
           MOVE WS-ASSIGNED-IN TO CMP-ASSIGNED
           MOVE WS-SUMMARY-IN TO CMP-SUMMARY
           MOVE WS-BUS-DATE TO CMP-OPENED

           MOVE WS-ACK-BUS-DAYS TO WS-BD-ADD-DAYS
           PERFORM 0700-ADD-BUS-DAYS THRU 0700-END
           MOVE WS-BD-CAND-DATE TO CMP-ACK-DUE
           MOVE WS-FINAL-BUS-DAYS TO WS-BD-ADD-DAYS
           PERFORM 0700-ADD-BUS-DAYS THRU 0700-END
           MOVE WS-BD-CAND-DATE TO CMP-FINAL-DUE

           MOVE SPACES TO CMP-ACK-DATE
           MOVE "OPEN" TO CMP-STATUS
           MOVE SPACES TO CMP-OUTCOME
           MOVE SPACES TO CMP-RESOLUTION
           MOVE ZEROES TO CMP-REFUND-AMT
           MOVE ZEROES TO CMP-REFUND-TR-ID
           MOVE SPACES TO CMP-CLOSED
           MOVE SPACES TO CMP-CLOSED-BY

           WRITE CMP-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING COMPLAINT RECORD."
                 GO TO 0200-END
           END-WRITE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "LOGGED COMPLAINT " WS-NEXT-CMP-ID " CUST "
                  WS-CUST-ID-IN " " WS-CATEGORY-IN " TO "
                  WS-ASSIGNED-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "COMPLAINT " WS-NEXT-CMP-ID " LOGGED."
           DISPLAY "ACKNOWLEDGEMENT DUE: " CMP-ACK-DUE
           DISPLAY "FINAL RESPONSE DUE:  " CMP-FINAL-DUE.
       0200-END.

       0250-NEXT-COMPLAINT-ID.
           MOVE ZEROES TO WS-NEXT-CMP-ID
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
                    MOVE CMP-ID TO WS-NEXT-CMP-ID
              END-READ
           END-PERFORM

           ADD 1 TO WS-NEXT-CMP-ID.
       0250-END.

       0260-CHECK-ACCOUNT.
           MOVE "N" TO WS-VALID-ENTRY

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE."
              GO TO 0260-END
           END-IF

           MOVE WS-ACC-ID-IN TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 DISPLAY "NO SUCH ACCOUNT."
                 CLOSE ACCOUNTS
                 GO TO 0260-END
           END-READ
           CLOSE ACCOUNTS

           IF FS-CUST-ID NOT = WS-CUST-ID-IN
              DISPLAY "THE ACCOUNT DOES NOT BELONG TO THAT CUSTOMER."
              GO TO 0260-END
           END-IF

           MOVE "Y" TO WS-VALID-ENTRY.
       0260-END.

       0270-CHECK-BRANCH.
           MOVE "Y" TO WS-VALID-ENTRY

           OPEN INPUT BRANCHES
           IF BRANCHES-CHECK-STATUS NOT = "00"
              GO TO 0270-END
           END-IF

           MOVE WS-BRANCH-IN TO BR-CODE
           READ BRANCHES KEY IS BR-CODE
              INVALID KEY
                 IF WS-BRANCH-IN NOT = "HQ"
                    DISPLAY "NO SUCH BRANCH: " WS-BRANCH-IN
                    MOVE "N" TO WS-VALID-ENTRY
                 END-IF
           END-READ
           CLOSE BRANCHES.
       0270-END.

       0280-CHECK-OPERATOR.
           MOVE "N" TO WS-VALID-ENTRY

           OPEN INPUT OPERATORS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING OPERATORS FILE."
              GO TO 0280-END
           END-IF

           MOVE WS-ASSIGNED-IN TO OP-ID
           READ OPERATORS KEY IS OP-ID
              INVALID KEY
                 DISPLAY "NO SUCH OPERATOR."
                 CLOSE OPERATORS
                 GO TO 0280-END
           END-READ
           CLOSE OPERATORS

           IF OP-LOCKED = "Y"
              DISPLAY "THAT OPERATOR IS LOCKED OUT."
              GO TO 0280-END
           END-IF

           MOVE "Y" TO WS-VALID-ENTRY.
       0280-END.

       0300-ACKNOWLEDGE.
           DISPLAY "INSERT THE COMPLAINT ID: "
           ACCEPT WS-CMP-ID-IN

           MOVE WS-CMP-ID-IN TO CMP-ID
           READ COMPLAINTS KEY IS CMP-ID
              INVALID KEY
                 DISPLAY "NO SUCH COMPLAINT."
                 GO TO 0300-END
           END-READ

           IF CMP-STATUS NOT = "OPEN"
              DISPLAY "THAT COMPLAINT HAS ALREADY BEEN ACKNOWLEDGED "
                      "OR RESOLVED."
              GO TO 0300-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE "ACKNOWL" TO CMP-STATUS
           MOVE WS-BUS-DATE TO CMP-ACK-DATE
           REWRITE CMP-DETAILS

           IF CMP-ACC-ID NOT = ZEROES
              MOVE CMP-ACC-ID TO WS-NOTICE-ACC-ID
              MOVE "COMPLAINT" TO WS-NOTICE-EVENT
              MOVE SPACES TO WS-NOTICE-TEXT
              STRING "COMPLAINT " CMP-ID " RECEIVED - RESPONSE BY "
                     CMP-FINAL-DUE
                 DELIMITED BY SIZE INTO WS-NOTICE-TEXT
              CALL "writeNotice" USING WS-NOTICE-ACC-ID
                   WS-NOTICE-EVENT WS-NOTICE-TEXT
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ACKNOWLEDGED COMPLAINT " WS-CMP-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF CMP-ACK-DATE > CMP-ACK-DUE
              DISPLAY "COMPLAINT ACKNOWLEDGED LATE (DUE "
                      CMP-ACK-DUE ")."
           ELSE
              DISPLAY "COMPLAINT ACKNOWLEDGED."
           END-IF.
       0300-END.

       0400-REASSIGN.
           DISPLAY "INSERT THE COMPLAINT ID: "
           ACCEPT WS-CMP-ID-IN

           MOVE WS-CMP-ID-IN TO CMP-ID
           READ COMPLAINTS KEY IS CMP-ID
              INVALID KEY
                 DISPLAY "NO SUCH COMPLAINT."
                 GO TO 0400-END
           END-READ

           IF CMP-STATUS = "RESOLVED"
              DISPLAY "THAT COMPLAINT IS ALREADY RESOLVED."
              GO TO 0400-END
           END-IF

           DISPLAY "CURRENTLY ASSIGNED TO: " CMP-ASSIGNED
           DISPLAY "INSERT THE NEW OPERATOR: "
           ACCEPT WS-ASSIGNED-IN
           PERFORM 0280-CHECK-OPERATOR THRU 0280-END
           IF WS-VALID-ENTRY NOT = "Y"
              GO TO 0400-END
           END-IF

           MOVE WS-ASSIGNED-IN TO CMP-ASSIGNED
           REWRITE CMP-DETAILS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REASSIGNED COMPLAINT " WS-CMP-ID-IN " TO "
                  WS-ASSIGNED-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "COMPLAINT REASSIGNED.".
       0400-END.

       0500-RESOLVE-COMPLAINT.
           DISPLAY "INSERT THE COMPLAINT ID: "
           ACCEPT WS-CMP-ID-IN

           MOVE WS-CMP-ID-IN TO CMP-ID
           READ COMPLAINTS KEY IS CMP-ID
              INVALID KEY
                 DISPLAY "NO SUCH COMPLAINT."
                 GO TO 0500-END
           END-READ

           IF CMP-STATUS = "RESOLVED"
              DISPLAY "THAT COMPLAINT IS ALREADY RESOLVED."
              GO TO 0500-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-STATUS NOT = "OPEN"
              DISPLAY "THE BUSINESS DAY IS NOT OPEN."
              GO TO 0500-END
           END-IF

           DISPLAY "INSERT THE OUTCOME (UPHELD/PARTIAL/REJECTED): "
           ACCEPT WS-OUTCOME-IN
           MOVE FUNCTION UPPER-CASE (WS-OUTCOME-IN) TO WS-OUTCOME-IN
           IF NOT WS-OUTCOME-VALID
              DISPLAY "INVALID OUTCOME."
              GO TO 0500-END
           END-IF

           DISPLAY "INSERT THE RESOLUTION NOTE: "
           ACCEPT WS-RESOLUTION-IN

           MOVE ZEROES TO WS-REFUND-IN
           IF WS-OUTCOME-IN NOT = "REJECTED"
              AND CMP-ACC-ID NOT = ZEROES
              DISPLAY "PAY A GOODWILL REFUND TO ACCOUNT " CMP-ACC-ID
                      "? (Y/N): "
              ACCEPT WS-REFUND-CONFIRM
              MOVE FUNCTION UPPER-CASE (WS-REFUND-CONFIRM)
                   TO WS-REFUND-CONFIRM
              IF WS-REFUND-CONFIRM = "Y"
                 PERFORM 0550-POST-GOODWILL THRU 0550-END
                 IF WS-VALID-ENTRY NOT = "Y"
                    DISPLAY "THE COMPLAINT WAS NOT RESOLVED."
                    GO TO 0500-END
                 END-IF
              END-IF
           END-IF

           MOVE "RESOLVED" TO CMP-STATUS
           MOVE WS-OUTCOME-IN TO CMP-OUTCOME
           MOVE WS-RESOLUTION-IN TO CMP-RESOLUTION
           MOVE WS-BUS-DATE TO CMP-CLOSED
           MOVE SESSION-OPERATOR-ID TO CMP-CLOSED-BY
           IF CMP-ACK-DATE = SPACES
              MOVE WS-BUS-DATE TO CMP-ACK-DATE
           END-IF
           REWRITE CMP-DETAILS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RESOLVED COMPLAINT " WS-CMP-ID-IN " "
                  WS-OUTCOME-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF CMP-CLOSED > CMP-FINAL-DUE
              DISPLAY "COMPLAINT RESOLVED AFTER THE FINAL RESPONSE "
                      "DEADLINE (" CMP-FINAL-DUE ")."
           ELSE
              DISPLAY "COMPLAINT RESOLVED."
           END-IF.
       0500-END.

       0550-POST-GOODWILL.
           MOVE "N" TO WS-VALID-ENTRY

           DISPLAY "INSERT THE GOODWILL REFUND AMOUNT: "
           ACCEPT WS-REFUND-IN
           IF WS-REFUND-IN = ZEROES
              DISPLAY "THE AMOUNT CANNOT BE ZERO."
              GO TO 0550-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "GOODWILL" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID CMP-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE REFUND WAS NOT POSTED."
              GO TO 0550-END
           END-IF

           DISPLAY "A SUPERVISOR MUST APPROVE THE GOODWILL REFUND."
           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "THE REFUND WAS NOT APPROVED."
              GO TO 0550-END
           END-IF

           MOVE CMP-ACC-ID TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE WS-REFUND-IN TO WS-PR-AMOUNT
           MOVE SPACES TO WS-PR-DESC
           STRING "GOODWILL CMP " CMP-ID
              DELIMITED BY SIZE INTO WS-PR-DESC
           MOVE "GWR" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE CMP-TR-ID TO WS-PR-RELATED-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE CMP-BRANCH TO WS-PR-BRANCH
           MOVE "COMPLNT" TO WS-PR-CHANNEL
           MOVE "S" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC
           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              DISPLAY "GOODWILL REFUND NOT POSTED - " WS-RS-REASON
              GO TO 0550-END
           END-IF

           MOVE WS-REFUND-IN TO CMP-REFUND-AMT
           MOVE WS-RS-TR-ID TO CMP-REFUND-TR-ID

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "GOODWILL REFUND TXN " WS-RS-TR-ID " CMP "
                  CMP-ID " APPR " WS-SUP-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "GOODWILL REFUND POSTED (TXN " WS-RS-TR-ID ")."
           MOVE "Y" TO WS-VALID-ENTRY.
       0550-END.

       0600-LIST-OPEN-COMPLAINTS.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE ZEROES TO WS-OPEN-COUNT
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
                       PERFORM 0650-SHOW-COMPLAINT
                    END-IF
              END-READ
           END-PERFORM

           IF WS-OPEN-COUNT = ZEROES
              DISPLAY "NO OPEN COMPLAINTS."
           ELSE
              DISPLAY "OPEN COMPLAINTS: " WS-OPEN-COUNT
           END-IF.
       0600-END.

       0650-SHOW-COMPLAINT.
           MOVE SPACES TO WS-OVERDUE-FLAG
           IF WS-BUS-DATE > CMP-FINAL-DUE
              MOVE "FINAL LATE" TO WS-OVERDUE-FLAG
           ELSE
              IF CMP-STATUS = "OPEN" AND WS-BUS-DATE > CMP-ACK-DUE
                 MOVE "ACK LATE" TO WS-OVERDUE-FLAG
              END-IF
           END-IF

           DISPLAY CMP-ID " CUST " CMP-CUST-ID " " CMP-CATEGORY
                   " " CMP-STATUS " " CMP-ASSIGNED " BR " CMP-BRANCH
           DISPLAY "   OPENED " CMP-OPENED " ACK DUE " CMP-ACK-DUE
                   " FINAL DUE " CMP-FINAL-DUE " " WS-OVERDUE-FLAG.
       0650-END.

       0700-ADD-BUS-DAYS.
           MOVE CMP-OPENED(1:4) TO WS-BD-START-NUM(1:4)
           MOVE CMP-OPENED(6:2) TO WS-BD-START-NUM(5:2)
           MOVE CMP-OPENED(9:2) TO WS-BD-START-NUM(7:2)
           COMPUTE WS-BD-REL-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BD-START-NUM)
           MOVE CMP-OPENED TO WS-BD-CAND-DATE

           PERFORM VARYING WS-BD-COUNT FROM 1 BY 1
              UNTIL WS-BD-COUNT > WS-BD-ADD-DAYS
              ADD 1 TO WS-BD-REL-INT
              PERFORM 0710-CHECK-BUS-DAY THRU 0710-END
              PERFORM UNTIL WS-BD-IS-BUS = "Y"
                 ADD 1 TO WS-BD-REL-INT
                 PERFORM 0710-CHECK-BUS-DAY THRU 0710-END
              END-PERFORM
           END-PERFORM.
       0700-END.

       0710-CHECK-BUS-DAY.
           MOVE "Y" TO WS-BD-IS-BUS

           COMPUTE WS-BD-REL-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-BD-REL-INT)
           MOVE WS-BD-REL-NUM(1:4) TO WS-BD-CAND-DATE(1:4)
           MOVE "-" TO WS-BD-CAND-DATE(5:1)
           MOVE WS-BD-REL-NUM(5:2) TO WS-BD-CAND-DATE(6:2)
           MOVE "-" TO WS-BD-CAND-DATE(8:1)
           MOVE WS-BD-REL-NUM(7:2) TO WS-BD-CAND-DATE(9:2)

           COMPUTE WS-BD-DOW =
                   FUNCTION REM (WS-BD-REL-INT, 7)
           IF WS-BD-DOW = 6 OR WS-BD-DOW = 0
              MOVE "N" TO WS-BD-IS-BUS
              GO TO 0710-END
           END-IF

           OPEN INPUT HOLIDAYS
           IF HOLIDAYS-CHECK-STATUS NOT = "00"
              GO TO 0710-END
           END-IF

           SET NOT-EOF-HOLIDAYS TO TRUE
           PERFORM UNTIL EOF-HOLIDAYS
              READ HOLIDAYS
                 AT END
                    SET EOF-HOLIDAYS TO TRUE
                 NOT AT END
                    IF HOLIDAY-LINE(1:10) = WS-BD-CAND-DATE
                       MOVE "N" TO WS-BD-IS-BUS
                       SET EOF-HOLIDAYS TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HOLIDAYS.
       0710-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
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

           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " manageComplaints: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
