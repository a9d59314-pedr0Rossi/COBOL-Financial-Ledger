       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkInsider.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPERATORS ASSIGN TO "operators.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS OPERATORS-CHECK-STATUS.

       SELECT OP-RELATED ASSIGN TO "oprelated.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-KEY
           FILE STATUS IS OP-RELATED-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT JOINT-OWNERS ASSIGN TO "jointowners.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JO-KEY
           FILE STATUS IS JOINT-OWNERS-CHECK-STATUS.

       SELECT INSIDER-LOG ASSIGN TO "insideract.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSIDER-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  OP-RELATED.
       01  OPR-DETAILS.
           05 OPR-KEY.
               10 OPR-OP-ID          PIC X(8).
               10 OPR-CUST-ID        PIC 9(6).
           05 OPR-RELATION           PIC X(8).
           05 OPR-ADDED-AT           PIC X(10).
           05 OPR-ADDED-BY           PIC X(8).

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

       FD  JOINT-OWNERS.
       01  JO-DETAILS.
           05 JO-KEY.
               10 JO-ACC-ID          PIC 9(8).
               10 JO-CUST-ID         PIC 9(6).
           05 JO-ADDED-AT            PIC X(10).
           05 JO-AUTH-LEVEL          PIC X(8).

       FD  INSIDER-LOG.
       01  IA-DETAILS.
           05 IA-DATE                PIC X(10).
           05 FILLER                 PIC X(1).
           05 IA-TIME                PIC X(6).
           05 FILLER                 PIC X(1).
           05 IA-OP-ID               PIC X(8).
           05 FILLER                 PIC X(1).
           05 IA-ACC-ID              PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-CUST-ID             PIC 9(6).
           05 FILLER                 PIC X(1).
           05 IA-RELATION            PIC X(8).
           05 FILLER                 PIC X(1).
           05 IA-ACTION              PIC X(12).
           05 FILLER                 PIC X(1).
           05 IA-OUTCOME             PIC X(8).
           05 FILLER                 PIC X(1).
           05 IA-APPROVER            PIC X(8).
           05 FILLER                 PIC X(1).
           05 IA-TERMINAL            PIC X(8).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  OPERATORS-CHECK-STATUS    PIC XX.
       01  OP-RELATED-CHECK-STATUS   PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  JOINT-OWNERS-CHECK-STATUS PIC XX.
       01  INSIDER-LOG-CHECK-STATUS  PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-JOINT              PIC X VALUE "N".
           88  EOF-JOINT             VALUE "Y".
           88  NOT-EOF-JOINT         VALUE "N".

       01  WS-OWNER-TABLE.
           05 WS-OWNER-CUST-ID       PIC 9(6) OCCURS 20 TIMES.
       01  WS-OWNER-COUNT            PIC 9(2).
       01  WS-OWNER-IDX              PIC 9(2).

       01  WS-CHECK-OP-ID            PIC X(8).
       01  WS-MATCH-CUST-ID          PIC 9(6).
       01  WS-MATCH-RELATION         PIC X(8).
       01  WS-MATCH-FLAG             PIC X.
           88  WS-MATCHED            VALUE "Y".
           88  WS-NOT-MATCHED        VALUE "N".

       01  WS-INSIDER-OP-ID          PIC X(8).
       01  WS-INSIDER-CUST-ID        PIC 9(6).
       01  WS-INSIDER-RELATION       PIC X(8).

       01  WS-SUP-ID                 PIC X(8).
       01  WS-SUP-OK                 PIC X.
           88  WS-SUP-VERIFIED       VALUE "Y".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       LINKAGE SECTION.

       01  LS-OP-ID                  PIC X(8).
       01  LS-ACC-ID                 PIC 9(8).
       01  LS-ACTION                 PIC X(12).
       01  LS-RESULT                 PIC X.
           88  LS-NOT-INSIDER        VALUE "N".
           88  LS-INSIDER-ROUTED     VALUE "R".
           88  LS-INSIDER-BLOCKED    VALUE "B".

       PROCEDURE DIVISION USING LS-OP-ID LS-ACC-ID LS-ACTION
                                LS-RESULT.

       0100-MAIN.
           SET LS-NOT-INSIDER TO TRUE

           MOVE LS-OP-ID TO WS-INSIDER-OP-ID
           IF WS-INSIDER-OP-ID = SPACES
              OR WS-INSIDER-OP-ID = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO WS-INSIDER-OP-ID
           END-IF

           IF WS-INSIDER-OP-ID = SPACES
              OR WS-INSIDER-OP-ID = LOW-VALUES
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0200-LOAD-OWNERS THRU 0200-END
           IF WS-OWNER-COUNT = ZEROES
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-INSIDER-OP-ID TO WS-CHECK-OP-ID
           PERFORM 0300-MATCH-OPERATOR THRU 0300-END
           IF WS-NOT-MATCHED
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-MATCH-CUST-ID TO WS-INSIDER-CUST-ID
           MOVE WS-MATCH-RELATION TO WS-INSIDER-RELATION

           IF WS-INSIDER-RELATION = "SELF"
              DISPLAY "ACCOUNT " LS-ACC-ID " BELONGS TO OPERATOR "
                      WS-INSIDER-OP-ID "."
              DISPLAY "OPERATORS MAY NOT ACT ON THEIR OWN ACCOUNTS - "
                      "ANOTHER OPERATOR MUST DO THIS."
              SET LS-INSIDER-BLOCKED TO TRUE
              MOVE SPACES TO WS-SUP-ID
              PERFORM 0500-LOG-ACTIVITY
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "ACCOUNT " LS-ACC-ID " IS HELD BY CUSTOMER "
                   WS-INSIDER-CUST-ID ", A DECLARED "
                   WS-INSIDER-RELATION " OF OPERATOR "
                   WS-INSIDER-OP-ID "."
           DISPLAY "A DIFFERENT SUPERVISOR MUST APPROVE THIS "
                   LS-ACTION "."

           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              SET LS-INSIDER-BLOCKED TO TRUE
              MOVE SPACES TO WS-SUP-ID
              PERFORM 0500-LOG-ACTIVITY
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-SUP-ID = WS-INSIDER-OP-ID
              OR WS-SUP-ID = SESSION-OPERATOR-ID
              DISPLAY "THE APPROVING SUPERVISOR MUST BE A DIFFERENT "
                      "OPERATOR."
              SET LS-INSIDER-BLOCKED TO TRUE
              PERFORM 0500-LOG-ACTIVITY
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-SUP-ID TO WS-CHECK-OP-ID
           PERFORM 0300-MATCH-OPERATOR THRU 0300-END
           IF WS-MATCHED
              DISPLAY "SUPERVISOR " WS-SUP-ID " IS ALSO RELATED TO "
                      "THIS ACCOUNT AND CANNOT APPROVE."
              SET LS-INSIDER-BLOCKED TO TRUE
              PERFORM 0500-LOG-ACTIVITY
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "APPROVED BY SUPERVISOR " WS-SUP-ID "."
           SET LS-INSIDER-ROUTED TO TRUE
           PERFORM 0500-LOG-ACTIVITY
           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-LOAD-OWNERS.
           MOVE ZEROES TO WS-OWNER-COUNT

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           MOVE LS-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 CLOSE ACCOUNTS
                 GO TO 0200-END
           END-READ
           CLOSE ACCOUNTS

           IF FS-CUST-ID NOT = ZEROES
              ADD 1 TO WS-OWNER-COUNT
              MOVE FS-CUST-ID TO WS-OWNER-CUST-ID (WS-OWNER-COUNT)
           END-IF

           OPEN INPUT JOINT-OWNERS
           IF JOINT-OWNERS-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           MOVE LS-ACC-ID TO JO-ACC-ID
           MOVE ZEROES TO JO-CUST-ID
           SET NOT-EOF-JOINT TO TRUE
           START JOINT-OWNERS KEY IS NOT LESS THAN JO-KEY
              INVALID KEY
                 SET EOF-JOINT TO TRUE
           END-START

           PERFORM UNTIL EOF-JOINT
              READ JOINT-OWNERS NEXT RECORD
                 AT END
                    SET EOF-JOINT TO TRUE
                 NOT AT END
                    IF JO-ACC-ID NOT = LS-ACC-ID
                       OR WS-OWNER-COUNT >= 20
                       SET EOF-JOINT TO TRUE
                    ELSE
                       ADD 1 TO WS-OWNER-COUNT
                       MOVE JO-CUST-ID
                          TO WS-OWNER-CUST-ID (WS-OWNER-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE JOINT-OWNERS.
       0200-END.

       0300-MATCH-OPERATOR.
           SET WS-NOT-MATCHED TO TRUE
           MOVE ZEROES TO WS-MATCH-CUST-ID
           MOVE SPACES TO WS-MATCH-RELATION

           OPEN INPUT OPERATORS
           IF OPERATORS-CHECK-STATUS = "00"
              MOVE WS-CHECK-OP-ID TO OP-ID
              READ OPERATORS KEY IS OP-ID
                 INVALID KEY
                    MOVE ZEROES TO OP-CUST-ID
              END-READ
              CLOSE OPERATORS
              IF OP-CUST-ID NOT NUMERIC
                 MOVE ZEROES TO OP-CUST-ID
              END-IF
              IF OP-CUST-ID NOT = ZEROES
                 PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                    UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                       OR WS-MATCHED
                    IF WS-OWNER-CUST-ID (WS-OWNER-IDX) = OP-CUST-ID
                       SET WS-MATCHED TO TRUE
                       MOVE OP-CUST-ID TO WS-MATCH-CUST-ID
                       MOVE "SELF" TO WS-MATCH-RELATION
                    END-IF
                 END-PERFORM
              END-IF
           END-IF

           IF WS-MATCHED
              GO TO 0300-END
           END-IF

           OPEN INPUT OP-RELATED
           IF OP-RELATED-CHECK-STATUS NOT = "00"
              GO TO 0300-END
           END-IF

           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
              UNTIL WS-OWNER-IDX > WS-OWNER-COUNT OR WS-MATCHED
              MOVE WS-CHECK-OP-ID TO OPR-OP-ID
              MOVE WS-OWNER-CUST-ID (WS-OWNER-IDX) TO OPR-CUST-ID
              READ OP-RELATED KEY IS OPR-KEY
                 NOT INVALID KEY
                    SET WS-MATCHED TO TRUE
                    MOVE OPR-CUST-ID TO WS-MATCH-CUST-ID
                    MOVE OPR-RELATION TO WS-MATCH-RELATION
              END-READ
           END-PERFORM

           CLOSE OP-RELATED.
       0300-END.

       0500-LOG-ACTIVITY.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           IF WS-BUS-DATE = SPACES
              MOVE WS-AUDIT-TIMESTAMP(1:4) TO WS-BUS-DATE(1:4)
              MOVE "-" TO WS-BUS-DATE(5:1)
              MOVE WS-AUDIT-TIMESTAMP(5:2) TO WS-BUS-DATE(6:2)
              MOVE "-" TO WS-BUS-DATE(8:1)
              MOVE WS-AUDIT-TIMESTAMP(7:2) TO WS-BUS-DATE(9:2)
           END-IF

           OPEN EXTEND INSIDER-LOG
           IF INSIDER-LOG-CHECK-STATUS = "35"
              OPEN OUTPUT INSIDER-LOG
           END-IF

           MOVE SPACES TO IA-DETAILS
           MOVE WS-BUS-DATE TO IA-DATE
           MOVE WS-AUDIT-TIMESTAMP(9:6) TO IA-TIME
           MOVE WS-INSIDER-OP-ID TO IA-OP-ID
           MOVE LS-ACC-ID TO IA-ACC-ID
           MOVE WS-INSIDER-CUST-ID TO IA-CUST-ID
           MOVE WS-INSIDER-RELATION TO IA-RELATION
           MOVE LS-ACTION TO IA-ACTION
           IF LS-INSIDER-ROUTED
              MOVE "ROUTED" TO IA-OUTCOME
           ELSE
              MOVE "BLOCKED" TO IA-OUTCOME
           END-IF
           MOVE WS-SUP-ID TO IA-APPROVER
           MOVE SESSION-TERMINAL-ID TO IA-TERMINAL
           WRITE IA-DETAILS
           CLOSE INSIDER-LOG

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "INSIDER " IA-OUTCOME " " WS-INSIDER-OP-ID
                  " ACC " LS-ACC-ID " " LS-ACTION " " WS-SUP-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
       0500-END.

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
                  " " WS-AUDIT-OPERATOR " checkInsider: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
