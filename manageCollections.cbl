       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageCollections.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT COLL-CASES ASSIGN TO "collcases.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-ACC-ID
           FILE STATUS IS COLL-CASES-CHECK-STATUS.

       SELECT COLL-NOTES ASSIGN TO "collnotes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS COLL-NOTES-CHECK-STATUS.

       SELECT OPERATORS ASSIGN TO "operators.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS OPERATORS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COLL-CASES.
       01  CC-DETAILS.
           05 CC-ACC-ID              PIC 9(8).
           05 CC-STATUS              PIC X(8).
           05 CC-OPENED              PIC X(10).
           05 CC-CLOSED              PIC X(10).
           05 CC-COLLECTOR           PIC X(8).
           05 CC-DAYS-PAST           PIC 9(5).
           05 CC-MISSED              PIC 9(3).
           05 CC-OLDEST-DUE          PIC X(10).
           05 CC-AMOUNT-DUE          PIC 9(9)V99.
           05 CC-ATTEMPTS            PIC 9(3).
           05 CC-LAST-CONTACT        PIC X(10).
           05 CC-PTP-DATE            PIC X(10).
           05 CC-PTP-AMOUNT          PIC 9(9)V99.
           05 CC-PTP-PAID            PIC 9(9)V99.
           05 CC-PTP-STATUS          PIC X(8).
           05 CC-BROKEN-COUNT        PIC 9(3).
           05 CC-NOTE-COUNT          PIC 9(5).

       FD  COLL-NOTES.
       01  CN-DETAILS.
           05 CN-KEY.
               10 CN-ACC-ID          PIC 9(8).
               10 CN-SEQ             PIC 9(5).
           05 CN-DATE                PIC X(10).
           05 CN-OPERATOR            PIC X(8).
           05 CN-KIND                PIC X(8).
           05 CN-RESULT              PIC X(12).
           05 CN-TEXT                PIC X(60).

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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  COLL-CASES-CHECK-STATUS PIC XX.
       01  COLL-NOTES-CHECK-STATUS PIC XX.
       01  OPERATORS-CHECK-STATUS  PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-EOF-CASES            PIC X VALUE "N".
           88  EOF-CASES           VALUE "Y".
           88  NOT-EOF-CASES       VALUE "N".

       01  WS-EOF-NOTES            PIC X VALUE "N".
           88  EOF-NOTES           VALUE "Y".
           88  NOT-EOF-NOTES       VALUE "N".

       01  WS-MENU-OPT             PIC 9.
       01  WS-RESULT-OPT           PIC 9.

       01  WS-ACC-ID-IN            PIC 9(8).
       01  WS-COLLECTOR-IN         PIC X(8).
       01  WS-PTP-DATE-IN          PIC X(10).
       01  WS-PTP-AMOUNT-IN        PIC 9(9)V99.
       01  WS-NOTE-IN              PIC X(60).

       01  WS-NOTE-KIND            PIC X(8).
       01  WS-NOTE-RESULT          PIC X(12).
       01  WS-NOTE-TEXT            PIC X(60).

       01  WS-CASE-COUNT           PIC 9(5).
       01  WS-BUS-DATE             PIC X(10).
       01  WS-BUS-STATUS           PIC X(6).

       01  WS-COLL-MENU.
           02 WS-COLL-MENU-LINE    PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-COLL-MENU-OPT1    PIC X(16)
                                   VALUE "1 - Work Queue".
           02 WS-COLL-MENU-OPT2    PIC X(24)
                                   VALUE "2 - View Case and Notes".
           02 WS-COLL-MENU-OPT3    PIC X(28)
                                   VALUE "3 - Log a Contact Attempt".
           02 WS-COLL-MENU-OPT4    PIC X(28)
                                   VALUE "4 - Record a Promise to Pay".
           02 WS-COLL-MENU-OPT5    PIC X(16)
                                   VALUE "5 - Add a Note".
           02 WS-COLL-MENU-OPT6    PIC X(20)
                                   VALUE "6 - Reassign a Case".
           02 WS-COLL-MENU-OPT7    PIC X(28)
                                   VALUE "7 - Broken-Promise Report".
           02 WS-COLL-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-COLL-MENU-LINE
           DISPLAY "LOAN COLLECTIONS"
           DISPLAY WS-COLL-MENU-OPT1
           DISPLAY WS-COLL-MENU-OPT2
           DISPLAY WS-COLL-MENU-OPT3
           DISPLAY WS-COLL-MENU-OPT4
           DISPLAY WS-COLL-MENU-OPT5
           DISPLAY WS-COLL-MENU-OPT6
           DISPLAY WS-COLL-MENU-OPT7
           DISPLAY WS-COLL-MENU-OPT0
           DISPLAY WS-COLL-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 7
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT = 7
              CALL "brokenPromiseReport"
              PERFORM 0100-MAIN
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           OPEN I-O COLL-CASES
           IF COLL-CASES-CHECK-STATUS NOT = "00"
              DISPLAY "NO COLLECTIONS CASES ON FILE - THE NIGHTLY "
                      "QUEUE HAS NOT OPENED ANY."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O COLL-NOTES
           IF COLL-NOTES-CHECK-STATUS = "35"
              OPEN OUTPUT COLL-NOTES
              CLOSE COLL-NOTES
              OPEN I-O COLL-NOTES
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-WORK-QUEUE
              WHEN 2
                 PERFORM 0300-VIEW-CASE THRU 0300-END
              WHEN 3
                 PERFORM 0400-LOG-CONTACT THRU 0400-END
              WHEN 4
                 PERFORM 0500-RECORD-PROMISE THRU 0500-END
              WHEN 5
                 PERFORM 0600-ADD-NOTE THRU 0600-END
              WHEN 6
                 PERFORM 0650-REASSIGN-CASE THRU 0650-END
           END-EVALUATE

           CLOSE COLL-CASES
           CLOSE COLL-NOTES
           PERFORM 0100-MAIN.
       0100-END.

       0200-WORK-QUEUE.
           DISPLAY "INSERT THE COLLECTOR ID (BLANK FOR ALL): "
           ACCEPT WS-COLLECTOR-IN
           MOVE FUNCTION UPPER-CASE(WS-COLLECTOR-IN)
             TO WS-COLLECTOR-IN

           DISPLAY "LOAN ACCT COLLECTR DAYS MISSED AMOUNT DUE   "
                   "TRIES PROMISE    STATUS"

           MOVE ZEROES TO WS-CASE-COUNT
           MOVE ZEROES TO CC-ACC-ID
           SET NOT-EOF-CASES TO TRUE
           START COLL-CASES KEY IS NOT LESS THAN CC-ACC-ID
              INVALID KEY
                 SET EOF-CASES TO TRUE
           END-START

           PERFORM UNTIL EOF-CASES
              READ COLL-CASES NEXT RECORD
                 AT END
                    SET EOF-CASES TO TRUE
                 NOT AT END
                    IF CC-STATUS = "OPEN"
                       AND (WS-COLLECTOR-IN = SPACES
                         OR WS-COLLECTOR-IN = CC-COLLECTOR)
                       ADD 1 TO WS-CASE-COUNT
                       DISPLAY CC-ACC-ID "  " CC-COLLECTOR " "
                               CC-DAYS-PAST " " CC-MISSED "    "
                               CC-AMOUNT-DUE " " CC-ATTEMPTS "   "
                               CC-PTP-DATE " " CC-PTP-STATUS
                    END-IF
              END-READ
           END-PERFORM

           IF WS-CASE-COUNT = ZEROES
              DISPLAY "NO OPEN CASES IN THIS QUEUE."
           ELSE
              DISPLAY "OPEN CASES: " WS-CASE-COUNT
           END-IF.
       0200-END.

       0300-VIEW-CASE.
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO CC-ACC-ID
           READ COLL-CASES KEY IS CC-ACC-ID
              INVALID KEY
                 DISPLAY "NO COLLECTIONS CASE FOR THIS LOAN."
                 GO TO 0300-END
           END-READ

           DISPLAY "LOAN ACCOUNT:    " CC-ACC-ID
           DISPLAY "CASE STATUS:     " CC-STATUS
           DISPLAY "OPENED:          " CC-OPENED
           DISPLAY "CLOSED:          " CC-CLOSED
           DISPLAY "COLLECTOR:       " CC-COLLECTOR
           DISPLAY "DAYS PAST DUE:   " CC-DAYS-PAST
           DISPLAY "MISSED INSTALLS: " CC-MISSED
           DISPLAY "OLDEST DUE:      " CC-OLDEST-DUE
           DISPLAY "AMOUNT PAST DUE: " CC-AMOUNT-DUE
           DISPLAY "CONTACT TRIES:   " CC-ATTEMPTS
           DISPLAY "LAST CONTACT:    " CC-LAST-CONTACT
           DISPLAY "PROMISE DATE:    " CC-PTP-DATE
           DISPLAY "PROMISE AMOUNT:  " CC-PTP-AMOUNT
           DISPLAY "PAID ON PROMISE: " CC-PTP-PAID
           DISPLAY "PROMISE STATUS:  " CC-PTP-STATUS
           DISPLAY "BROKEN PROMISES: " CC-BROKEN-COUNT

           DISPLAY "NO    DATE       OPERATOR KIND     RESULT       "
                   "NOTE"

           MOVE WS-ACC-ID-IN TO CN-ACC-ID
           MOVE ZEROES TO CN-SEQ
           SET NOT-EOF-NOTES TO TRUE
           START COLL-NOTES KEY IS NOT LESS THAN CN-KEY
              INVALID KEY
                 SET EOF-NOTES TO TRUE
           END-START

           PERFORM UNTIL EOF-NOTES
              READ COLL-NOTES NEXT RECORD
                 AT END
                    SET EOF-NOTES TO TRUE
                 NOT AT END
                    IF CN-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-NOTES TO TRUE
                    ELSE
                       DISPLAY CN-SEQ " " CN-DATE " " CN-OPERATOR
                               " " CN-KIND " " CN-RESULT " "
                               CN-TEXT
                    END-IF
              END-READ
           END-PERFORM.
       0300-END.

       0400-LOG-CONTACT.
           PERFORM 0700-READ-OPEN-CASE THRU 0700-END
           IF COLL-CASES-CHECK-STATUS NOT = "00"
              GO TO 0400-END
           END-IF

           DISPLAY "CONTACT RESULT: 1 - REACHED  2 - NO ANSWER  "
                   "3 - LEFT MESSAGE  4 - WRONG NUMBER"
           ACCEPT WS-RESULT-OPT
           EVALUATE WS-RESULT-OPT
              WHEN 1
                 MOVE "REACHED" TO WS-NOTE-RESULT
              WHEN 2
                 MOVE "NO ANSWER" TO WS-NOTE-RESULT
              WHEN 3
                 MOVE "LEFT MESSAGE" TO WS-NOTE-RESULT
              WHEN 4
                 MOVE "WRONG NUMBER" TO WS-NOTE-RESULT
              WHEN OTHER
                 DISPLAY "INVALID CONTACT RESULT."
                 GO TO 0400-END
           END-EVALUATE

           DISPLAY "INSERT A NOTE ABOUT THE CONTACT: "
           ACCEPT WS-NOTE-IN

           ADD 1 TO CC-ATTEMPTS
           MOVE WS-BUS-DATE TO CC-LAST-CONTACT

           MOVE "CONTACT" TO WS-NOTE-KIND
           MOVE WS-NOTE-IN TO WS-NOTE-TEXT
           PERFORM 0800-WRITE-NOTE
           PERFORM 0750-REWRITE-CASE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CONTACT ON LOAN " CC-ACC-ID " RESULT "
                  WS-NOTE-RESULT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "CONTACT ATTEMPT LOGGED.".
       0400-END.

       0500-RECORD-PROMISE.
           PERFORM 0700-READ-OPEN-CASE THRU 0700-END
           IF COLL-CASES-CHECK-STATUS NOT = "00"
              GO TO 0500-END
           END-IF

           DISPLAY "AMOUNT PAST DUE: " CC-AMOUNT-DUE
           DISPLAY "INSERT THE PROMISED PAYMENT DATE (YYYY-MM-DD): "
           ACCEPT WS-PTP-DATE-IN
           IF WS-PTP-DATE-IN(5:1) NOT = "-"
              OR WS-PTP-DATE-IN(8:1) NOT = "-"
              OR WS-PTP-DATE-IN(1:4) NOT NUMERIC
              OR WS-PTP-DATE-IN(6:2) NOT NUMERIC
              OR WS-PTP-DATE-IN(9:2) NOT NUMERIC
              DISPLAY "INVALID DATE."
              GO TO 0500-END
           END-IF

           IF WS-PTP-DATE-IN < WS-BUS-DATE
              DISPLAY "THE PROMISE DATE CANNOT BE IN THE PAST."
              GO TO 0500-END
           END-IF

           DISPLAY "INSERT THE PROMISED AMOUNT: "
           ACCEPT WS-PTP-AMOUNT-IN
           IF WS-PTP-AMOUNT-IN = ZEROES
              DISPLAY "THE PROMISED AMOUNT CANNOT BE ZERO."
              GO TO 0500-END
           END-IF

           IF CC-PTP-STATUS = "OPEN"
              MOVE "NOTE" TO WS-NOTE-KIND
              MOVE SPACES TO WS-NOTE-RESULT
              MOVE SPACES TO WS-NOTE-TEXT
              STRING "PROMISE OF " CC-PTP-AMOUNT " DUE "
                     CC-PTP-DATE " REPLACED"
                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
              PERFORM 0800-WRITE-NOTE
           END-IF

           MOVE WS-PTP-DATE-IN TO CC-PTP-DATE
           MOVE WS-PTP-AMOUNT-IN TO CC-PTP-AMOUNT
           MOVE ZEROES TO CC-PTP-PAID
           MOVE "OPEN" TO CC-PTP-STATUS

           MOVE "PROMISE" TO WS-NOTE-KIND
           MOVE SPACES TO WS-NOTE-RESULT
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "PROMISED " WS-PTP-AMOUNT-IN " BY "
                  WS-PTP-DATE-IN
              DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM 0800-WRITE-NOTE
           PERFORM 0750-REWRITE-CASE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "PROMISE ON LOAN " CC-ACC-ID " AMT "
                  WS-PTP-AMOUNT-IN " BY " WS-PTP-DATE-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "PROMISE TO PAY RECORDED.".
       0500-END.

       0600-ADD-NOTE.
           PERFORM 0700-READ-OPEN-CASE THRU 0700-END
           IF COLL-CASES-CHECK-STATUS NOT = "00"
              GO TO 0600-END
           END-IF

           DISPLAY "INSERT THE NOTE: "
           ACCEPT WS-NOTE-IN
           IF WS-NOTE-IN = SPACES
              DISPLAY "THE NOTE CANNOT BE BLANK."
              GO TO 0600-END
           END-IF

           MOVE "NOTE" TO WS-NOTE-KIND
           MOVE SPACES TO WS-NOTE-RESULT
           MOVE WS-NOTE-IN TO WS-NOTE-TEXT
           PERFORM 0800-WRITE-NOTE
           PERFORM 0750-REWRITE-CASE

           DISPLAY "NOTE ADDED.".
       0600-END.

       0650-REASSIGN-CASE.
           PERFORM 0700-READ-OPEN-CASE THRU 0700-END
           IF COLL-CASES-CHECK-STATUS NOT = "00"
              GO TO 0650-END
           END-IF

           DISPLAY "CURRENT COLLECTOR: " CC-COLLECTOR
           DISPLAY "INSERT THE NEW COLLECTOR ID: "
           ACCEPT WS-COLLECTOR-IN
           MOVE FUNCTION UPPER-CASE(WS-COLLECTOR-IN)
             TO WS-COLLECTOR-IN

           OPEN INPUT OPERATORS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING OPERATORS FILE: "
                      OPERATORS-CHECK-STATUS
              GO TO 0650-END
           END-IF

           MOVE WS-COLLECTOR-IN TO OP-ID
           READ OPERATORS KEY IS OP-ID
              INVALID KEY
                 DISPLAY "NO SUCH OPERATOR."
                 CLOSE OPERATORS
                 GO TO 0650-END
           END-READ
           CLOSE OPERATORS

           MOVE "NOTE" TO WS-NOTE-KIND
           MOVE SPACES TO WS-NOTE-RESULT
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "REASSIGNED FROM " CC-COLLECTOR " TO "
                  WS-COLLECTOR-IN
              DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM 0800-WRITE-NOTE

           MOVE WS-COLLECTOR-IN TO CC-COLLECTOR
           PERFORM 0750-REWRITE-CASE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REASSIGNED LOAN " CC-ACC-ID " TO "
                  WS-COLLECTOR-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "CASE REASSIGNED.".
       0650-END.

       0700-READ-OPEN-CASE.
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO CC-ACC-ID
           READ COLL-CASES KEY IS CC-ACC-ID
              INVALID KEY
                 DISPLAY "NO COLLECTIONS CASE FOR THIS LOAN."
                 GO TO 0700-END
           END-READ

           IF CC-STATUS NOT = "OPEN"
              DISPLAY "THE CASE IS CLOSED."
              MOVE "23" TO COLL-CASES-CHECK-STATUS
           END-IF.
       0700-END.

       0750-REWRITE-CASE.
           REWRITE CC-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING COLLECTIONS CASE: "
                         COLL-CASES-CHECK-STATUS
           END-REWRITE.
       0750-END.

       0800-WRITE-NOTE.
           ADD 1 TO CC-NOTE-COUNT
           MOVE CC-ACC-ID TO CN-ACC-ID
           MOVE CC-NOTE-COUNT TO CN-SEQ
           MOVE WS-BUS-DATE TO CN-DATE
           MOVE "UNKNOWN" TO CN-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO CN-OPERATOR
           END-IF
           MOVE WS-NOTE-KIND TO CN-KIND
           MOVE WS-NOTE-RESULT TO CN-RESULT
           MOVE WS-NOTE-TEXT TO CN-TEXT
           WRITE CN-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING COLLECTIONS NOTE: "
                         COLL-NOTES-CHECK-STATUS
           END-WRITE.
       0800-END.

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

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " manageCollections: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
