       IDENTIFICATION DIVISION.
       PROGRAM-ID. collectionsQueue.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LOANS ASSIGN TO "loans.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ACC-ID
           FILE STATUS IS LOANS-CHECK-STATUS.

       SELECT LOAN-SCHEDULE ASSIGN TO "loanschedule.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LSC-KEY
           FILE STATUS IS LOAN-SCHED-CHECK-STATUS.

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

       SELECT COLL-CTL ASSIGN TO "collect.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COLL-CTL-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOANS.
       01  LN-DETAILS.
           05 LN-ACC-ID           PIC 9(8).
           05 LN-PRINCIPAL        PIC 9(9)V99.
           05 LN-ANNUAL-RATE      PIC V9(4).
           05 LN-TERM-MONTHS      PIC 9(3).
           05 LN-PAYMENT-AMOUNT   PIC 9(7)V99.
           05 LN-OPENED           PIC X(10).
           05 LN-PAID-COUNT       PIC 9(3).
           05 LN-STATUS           PIC X(8).

       FD  LOAN-SCHEDULE.
       01  LSC-DETAILS.
           05 LSC-KEY.
               10 LSC-ACC-ID      PIC 9(8).
               10 LSC-INSTALL-NO  PIC 9(3).
           05 LSC-DUE-DATE        PIC X(10).
           05 LSC-PAYMENT         PIC 9(7)V99.
           05 LSC-PRINCIPAL       PIC 9(7)V99.
           05 LSC-INTEREST        PIC 9(7)V99.
           05 LSC-BALANCE-AFTER   PIC 9(9)V99.
           05 LSC-STATUS          PIC X(8).

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

       FD  COLL-CTL.
       01  CT-LINE                   PIC X(20).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  LOANS-CHECK-STATUS        PIC XX.
       01  LOAN-SCHED-CHECK-STATUS   PIC XX.
       01  COLL-CASES-CHECK-STATUS   PIC XX.
       01  COLL-NOTES-CHECK-STATUS   PIC XX.
       01  COLL-CTL-CHECK-STATUS     PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-ERR-CODE               PIC XX.
       01  WS-ERR-CONTEXT            PIC X(30).
       01  WS-ERR-STATUS-MSG         PIC X(40).
       01  WS-ERR-TIMESTAMP          PIC X(26).

       01  WS-EOF-LOANS              PIC X VALUE "N".
           88  EOF-LOANS             VALUE "Y".
           88  NOT-EOF-LOANS         VALUE "N".

       01  WS-EOF-SCHEDULE           PIC X VALUE "N".
           88  EOF-SCHEDULE          VALUE "Y".
           88  NOT-EOF-SCHEDULE      VALUE "N".

       01  WS-EOF-CASES              PIC X VALUE "N".
           88  EOF-CASES             VALUE "Y".
           88  NOT-EOF-CASES         VALUE "N".

       01  WS-EOF-CTL                PIC X VALUE "N".
           88  EOF-CTL               VALUE "Y".
           88  NOT-EOF-CTL           VALUE "N".

       01  WS-CT-MIN-DAYS-LINE.
           05 WS-CT-MIN-DAYS         PIC 9(3).
           05 FILLER                 PIC X(17).

       01  WS-MIN-DAYS               PIC 9(3) VALUE 30.

       01  WS-COLLECTOR-TABLE.
           05 WS-COLLECTOR-ENTRY OCCURS 20 TIMES.
              10 WS-COL-ID           PIC X(8).
              10 WS-COL-OPEN         PIC 9(5).
       01  WS-COLLECTOR-COUNT        PIC 9(2) VALUE ZEROES.
       01  WS-IDX                    PIC 9(2).
       01  WS-BEST                   PIC 9(2).
       01  WS-ASSIGNED               PIC X(8).

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-BUS-NUM                PIC 9(8).
       01  WS-DATE-NUM               PIC 9(8).

       01  WS-MISSED-COUNT           PIC 9(3).
       01  WS-OLDEST-DUE             PIC X(10).
       01  WS-AMOUNT-DUE             PIC 9(9)V99.
       01  WS-DAYS-PAST              PIC S9(5).
       01  WS-CASE-FOUND             PIC X.

       01  WS-OPENED-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-UPDATED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-CLOSED-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-BROKEN-COUNT           PIC 9(5) VALUE ZEROES.

       01  WS-NOTE-KIND              PIC X(8).
       01  WS-NOTE-TEXT              PIC X(60).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE COLLECTIONS "
                      "QUEUE CANNOT BE BUILT."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-BUS-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-BUS-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-BUS-NUM(7:2)

           OPEN INPUT LOANS
           IF LOANS-CHECK-STATUS NOT = "00"
              DISPLAY "NO LOANS ON FILE - NOTHING TO QUEUE."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT LOAN-SCHEDULE
           IF LOAN-SCHED-CHECK-STATUS NOT = "00"
              DISPLAY "NO LOAN SCHEDULES ON FILE - NOTHING TO QUEUE."
              CLOSE LOANS
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O COLL-CASES
           IF COLL-CASES-CHECK-STATUS = "35"
              OPEN OUTPUT COLL-CASES
              CLOSE COLL-CASES
              OPEN I-O COLL-CASES
           END-IF

           OPEN I-O COLL-NOTES
           IF COLL-NOTES-CHECK-STATUS = "35"
              OPEN OUTPUT COLL-NOTES
              CLOSE COLL-NOTES
              OPEN I-O COLL-NOTES
           END-IF

           IF COLL-CASES-CHECK-STATUS NOT = "00"
              OR COLL-NOTES-CHECK-STATUS NOT = "00"
              MOVE COLL-CASES-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING COLLECTIONS FILES" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE LOANS
              CLOSE LOAN-SCHEDULE
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0150-READ-CONTROL THRU 0150-END
           PERFORM 0160-COUNT-OPEN-CASES

           MOVE ZEROES TO LN-ACC-ID
           SET NOT-EOF-LOANS TO TRUE
           START LOANS KEY IS NOT LESS THAN LN-ACC-ID
              INVALID KEY
                 SET EOF-LOANS TO TRUE
           END-START

           PERFORM UNTIL EOF-LOANS
              READ LOANS NEXT RECORD
                 AT END
                    SET EOF-LOANS TO TRUE
                 NOT AT END
                    PERFORM 0200-CHECK-LOAN THRU 0200-END
              END-READ
           END-PERFORM

           CLOSE LOANS
           CLOSE LOAN-SCHEDULE
           CLOSE COLL-CASES
           CLOSE COLL-NOTES

           DISPLAY "COLLECTIONS QUEUE AS OF " WS-BUS-DATE
                   " (" WS-MIN-DAYS "+ DAYS PAST DUE)"
           DISPLAY "CASES OPENED:      " WS-OPENED-COUNT
           DISPLAY "CASES UPDATED:     " WS-UPDATED-COUNT
           DISPLAY "CASES CLOSED:      " WS-CLOSED-COUNT
           DISPLAY "PROMISES BROKEN:   " WS-BROKEN-COUNT

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "COLL QUEUE OPENED " WS-OPENED-COUNT " CLOSED "
                  WS-CLOSED-COUNT " BROKEN " WS-BROKEN-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-READ-CONTROL.
           MOVE ZEROES TO WS-COLLECTOR-COUNT

           OPEN INPUT COLL-CTL
           IF COLL-CTL-CHECK-STATUS NOT = "00"
              GO TO 0150-END
           END-IF

           READ COLL-CTL
              AT END
                 CLOSE COLL-CTL
                 GO TO 0150-END
           END-READ

           MOVE CT-LINE TO WS-CT-MIN-DAYS-LINE
           IF WS-CT-MIN-DAYS NUMERIC
              MOVE WS-CT-MIN-DAYS TO WS-MIN-DAYS
           END-IF

           SET NOT-EOF-CTL TO TRUE
           PERFORM UNTIL EOF-CTL
              READ COLL-CTL
                 AT END
                    SET EOF-CTL TO TRUE
                 NOT AT END
                    IF CT-LINE(1:8) NOT = SPACES
                       AND WS-COLLECTOR-COUNT < 20
                       ADD 1 TO WS-COLLECTOR-COUNT
                       MOVE CT-LINE(1:8)
                         TO WS-COL-ID (WS-COLLECTOR-COUNT)
                       MOVE ZEROES
                         TO WS-COL-OPEN (WS-COLLECTOR-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE COLL-CTL.
       0150-END.

       0160-COUNT-OPEN-CASES.
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
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                          UNTIL WS-IDX > WS-COLLECTOR-COUNT
                          IF WS-COL-ID (WS-IDX) = CC-COLLECTOR
                             ADD 1 TO WS-COL-OPEN (WS-IDX)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
       0160-END.

       0200-CHECK-LOAN.
           MOVE "N" TO WS-CASE-FOUND
           MOVE LN-ACC-ID TO CC-ACC-ID
           READ COLL-CASES KEY IS CC-ACC-ID
              NOT INVALID KEY
                 MOVE "Y" TO WS-CASE-FOUND
           END-READ

           IF LN-STATUS NOT = "ACTIVE"
              IF WS-CASE-FOUND = "Y" AND CC-STATUS = "OPEN"
                 MOVE SPACES TO WS-NOTE-TEXT
                 STRING "CASE CLOSED - LOAN STATUS " LN-STATUS
                    DELIMITED BY SIZE INTO WS-NOTE-TEXT
                 PERFORM 0400-CLOSE-CASE THRU 0400-END
              END-IF
              GO TO 0200-END
           END-IF

           PERFORM 0250-MEASURE-ARREARS THRU 0250-END

           IF WS-MISSED-COUNT = ZEROES
              IF WS-CASE-FOUND = "Y" AND CC-STATUS = "OPEN"
                 MOVE "CASE CLOSED - LOAN IS CURRENT"
                   TO WS-NOTE-TEXT
                 IF CC-PTP-STATUS = "OPEN"
                    MOVE "KEPT" TO CC-PTP-STATUS
                 END-IF
                 PERFORM 0400-CLOSE-CASE THRU 0400-END
              END-IF
              GO TO 0200-END
           END-IF

           IF WS-CASE-FOUND = "Y" AND CC-STATUS = "OPEN"
              PERFORM 0350-UPDATE-CASE THRU 0350-END
              GO TO 0200-END
           END-IF

           IF WS-DAYS-PAST < WS-MIN-DAYS
              GO TO 0200-END
           END-IF

           PERFORM 0300-OPEN-CASE THRU 0300-END.
       0200-END.

       0250-MEASURE-ARREARS.
           MOVE ZEROES TO WS-MISSED-COUNT
           MOVE ZEROES TO WS-AMOUNT-DUE
           MOVE ZEROES TO WS-DAYS-PAST
           MOVE SPACES TO WS-OLDEST-DUE

           MOVE LN-ACC-ID TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
              INVALID KEY
                 SET EOF-SCHEDULE TO TRUE
           END-START

           PERFORM UNTIL EOF-SCHEDULE
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-SCHEDULE TO TRUE
                 NOT AT END
                    IF LSC-ACC-ID NOT = LN-ACC-ID
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          AND LSC-DUE-DATE < WS-BUS-DATE
                          ADD 1 TO WS-MISSED-COUNT
                          ADD LSC-PAYMENT TO WS-AMOUNT-DUE
                          IF WS-OLDEST-DUE = SPACES
                             MOVE LSC-DUE-DATE TO WS-OLDEST-DUE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-MISSED-COUNT = ZEROES
              GO TO 0250-END
           END-IF

           MOVE WS-OLDEST-DUE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-OLDEST-DUE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-OLDEST-DUE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-DAYS-PAST =
                   FUNCTION INTEGER-OF-DATE (WS-BUS-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
       0250-END.

       0300-OPEN-CASE.
           PERFORM 0320-PICK-COLLECTOR THRU 0320-END

           IF WS-CASE-FOUND NOT = "Y"
              MOVE LN-ACC-ID TO CC-ACC-ID
              MOVE ZEROES TO CC-NOTE-COUNT
              MOVE ZEROES TO CC-BROKEN-COUNT
           END-IF

           MOVE "OPEN" TO CC-STATUS
           MOVE WS-BUS-DATE TO CC-OPENED
           MOVE SPACES TO CC-CLOSED
           MOVE WS-ASSIGNED TO CC-COLLECTOR
           MOVE WS-DAYS-PAST TO CC-DAYS-PAST
           MOVE WS-MISSED-COUNT TO CC-MISSED
           MOVE WS-OLDEST-DUE TO CC-OLDEST-DUE
           MOVE WS-AMOUNT-DUE TO CC-AMOUNT-DUE
           MOVE ZEROES TO CC-ATTEMPTS
           MOVE SPACES TO CC-LAST-CONTACT
           MOVE SPACES TO CC-PTP-DATE
           MOVE ZEROES TO CC-PTP-AMOUNT
           MOVE ZEROES TO CC-PTP-PAID
           MOVE SPACES TO CC-PTP-STATUS

           MOVE "SYSTEM" TO WS-NOTE-KIND
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "CASE OPENED - " WS-MISSED-COUNT
                  " MISSED, " CC-DAYS-PAST " DAYS, DUE "
                  WS-AMOUNT-DUE
              DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM 0500-WRITE-NOTE

           IF WS-CASE-FOUND = "Y"
              REWRITE CC-DETAILS
                 INVALID KEY
                    MOVE COLL-CASES-CHECK-STATUS TO WS-ERR-CODE
                    MOVE "REOPENING COLLECTIONS CASE"
                      TO WS-ERR-CONTEXT
                    PERFORM 0890-LOG-ERROR
                    GO TO 0300-END
              END-REWRITE
           ELSE
              WRITE CC-DETAILS
                 INVALID KEY
                    MOVE COLL-CASES-CHECK-STATUS TO WS-ERR-CODE
                    MOVE "WRITING COLLECTIONS CASE" TO WS-ERR-CONTEXT
                    PERFORM 0890-LOG-ERROR
                    GO TO 0300-END
              END-WRITE
           END-IF

           ADD 1 TO WS-OPENED-COUNT.
       0300-END.

       0320-PICK-COLLECTOR.
           MOVE "UNASSGND" TO WS-ASSIGNED
           IF WS-COLLECTOR-COUNT = ZEROES
              GO TO 0320-END
           END-IF

           MOVE 1 TO WS-BEST
           PERFORM VARYING WS-IDX FROM 2 BY 1
              UNTIL WS-IDX > WS-COLLECTOR-COUNT
              IF WS-COL-OPEN (WS-IDX) < WS-COL-OPEN (WS-BEST)
                 MOVE WS-IDX TO WS-BEST
              END-IF
           END-PERFORM

           MOVE WS-COL-ID (WS-BEST) TO WS-ASSIGNED
           ADD 1 TO WS-COL-OPEN (WS-BEST).
       0320-END.

       0350-UPDATE-CASE.
           MOVE WS-DAYS-PAST TO CC-DAYS-PAST
           MOVE WS-MISSED-COUNT TO CC-MISSED
           MOVE WS-OLDEST-DUE TO CC-OLDEST-DUE
           MOVE WS-AMOUNT-DUE TO CC-AMOUNT-DUE

           IF CC-PTP-STATUS = "OPEN"
              AND CC-PTP-DATE < WS-BUS-DATE
              MOVE "BROKEN" TO CC-PTP-STATUS
              ADD 1 TO CC-BROKEN-COUNT
              ADD 1 TO WS-BROKEN-COUNT
              MOVE "SYSTEM" TO WS-NOTE-KIND
              MOVE SPACES TO WS-NOTE-TEXT
              STRING "PROMISE OF " CC-PTP-AMOUNT " DUE "
                     CC-PTP-DATE " BROKEN - PAID " CC-PTP-PAID
                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
              PERFORM 0500-WRITE-NOTE
           END-IF

           REWRITE CC-DETAILS
              INVALID KEY
                 MOVE COLL-CASES-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "UPDATING COLLECTIONS CASE" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
                 GO TO 0350-END
           END-REWRITE

           ADD 1 TO WS-UPDATED-COUNT.
       0350-END.

       0400-CLOSE-CASE.
           MOVE "CLOSED" TO CC-STATUS
           MOVE WS-BUS-DATE TO CC-CLOSED
           MOVE ZEROES TO CC-DAYS-PAST
           MOVE ZEROES TO CC-MISSED
           MOVE ZEROES TO CC-AMOUNT-DUE

           MOVE "SYSTEM" TO WS-NOTE-KIND
           PERFORM 0500-WRITE-NOTE

           REWRITE CC-DETAILS
              INVALID KEY
                 MOVE COLL-CASES-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "CLOSING COLLECTIONS CASE" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
                 GO TO 0400-END
           END-REWRITE

           ADD 1 TO WS-CLOSED-COUNT.
       0400-END.

       0500-WRITE-NOTE.
           ADD 1 TO CC-NOTE-COUNT
           MOVE CC-ACC-ID TO CN-ACC-ID
           MOVE CC-NOTE-COUNT TO CN-SEQ
           MOVE WS-BUS-DATE TO CN-DATE
           MOVE "BATCH" TO CN-OPERATOR
           MOVE WS-NOTE-KIND TO CN-KIND
           MOVE SPACES TO CN-RESULT
           MOVE WS-NOTE-TEXT TO CN-TEXT
           WRITE CN-DETAILS
              INVALID KEY
                 MOVE COLL-NOTES-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "WRITING COLLECTIONS NOTE" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-WRITE.
       0500-END.

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
                  " " WS-AUDIT-OPERATOR " collectionsQueue: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0890-LOG-ERROR.
           CALL "fileStatusMsg" USING WS-ERR-CODE WS-ERR-STATUS-MSG
           DISPLAY "ERROR " WS-ERR-CONTEXT ": " WS-ERR-CODE
                   " - " WS-ERR-STATUS-MSG

           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           OPEN EXTEND ERROR-LOG
           IF ERROR-LOG-CHECK-STATUS = "35"
              OPEN OUTPUT ERROR-LOG
           END-IF

           MOVE SPACES TO ERROR-LOG-RECORD
           STRING WS-ERR-TIMESTAMP(1:8) "-" WS-ERR-TIMESTAMP(9:6)
                  " collectionsQueue " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
