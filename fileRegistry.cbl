       IDENTIFICATION DIVISION.
       PROGRAM-ID. fileRegistry.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INBOUND-FILES ASSIGN TO "inbound.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBF-ID
           FILE STATUS IS INBOUND-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INBOUND-FILES.
       01  IBF-DETAILS.
           05 IBF-ID                 PIC 9(7).
           05 IBF-SOURCE             PIC X(12).
           05 IBF-HEADER-ID          PIC X(20).
           05 IBF-CREATED            PIC X(10).
           05 IBF-RECORD-COUNT       PIC 9(7).
           05 IBF-HASH-TOTAL         PIC 9(13)V9(6).
           05 IBF-RECEIVED-DATE      PIC X(10).
           05 IBF-RECEIVED-BY        PIC X(8).
           05 IBF-STATUS             PIC X(8).
           05 IBF-CHECKPOINT         PIC 9(7).
           05 IBF-COMPLETED-AT       PIC X(10).
           05 IBF-OVERRIDE-BY        PIC X(8).
           05 IBF-RERUN-AUTH         PIC X(8).

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

       01  INBOUND-CHECK-STATUS      PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-ERR-TIMESTAMP          PIC X(26).

       01  WS-EOF-INBOUND            PIC X VALUE "N".
           88  EOF-INBOUND           VALUE "Y".
           88  NOT-EOF-INBOUND       VALUE "N".

       01  WS-NEXT-ID                PIC 9(7).
       01  WS-MATCH-ID               PIC 9(7).
       01  WS-MATCH-STATUS           PIC X(8).
       01  WS-RERUN-BY               PIC X(8).

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       LINKAGE SECTION.

       01  LS-INBOUND-REQUEST.
           05 LS-IBQ-ACTION          PIC X.
              88  LS-IBQ-OPEN        VALUE "O".
              88  LS-IBQ-TAKE-CHKPT  VALUE "K".
              88  LS-IBQ-COMPLETE    VALUE "C".
           05 LS-IBQ-SOURCE          PIC X(12).
           05 LS-IBQ-HEADER-ID       PIC X(20).
           05 LS-IBQ-CREATED         PIC X(10).
           05 LS-IBQ-RECORD-COUNT    PIC 9(7).
           05 LS-IBQ-HASH-TOTAL      PIC 9(13)V9(6).
           05 LS-IBQ-OVERRIDE-BY     PIC X(8).
           05 LS-IBQ-REG-ID          PIC 9(7).
           05 LS-IBQ-CHECKPOINT      PIC 9(7).

       01  LS-INBOUND-RESULT.
           05 LS-IBR-STATUS          PIC X.
              88  LS-IBR-NEW         VALUE "N".
              88  LS-IBR-DUPLICATE   VALUE "D".
              88  LS-IBR-RESUME      VALUE "R".
              88  LS-IBR-FAILED      VALUE "F".
           05 LS-IBR-REG-ID          PIC 9(7).
           05 LS-IBR-CHECKPOINT      PIC 9(7).
           05 LS-IBR-PRIOR-DATE      PIC X(10).
           05 LS-IBR-MESSAGE         PIC X(60).

       PROCEDURE DIVISION USING LS-INBOUND-REQUEST LS-INBOUND-RESULT.

       0100-MAIN.
           SET LS-IBR-FAILED TO TRUE
           MOVE ZEROES TO LS-IBR-REG-ID
           MOVE ZEROES TO LS-IBR-CHECKPOINT
           MOVE SPACES TO LS-IBR-PRIOR-DATE
           MOVE SPACES TO LS-IBR-MESSAGE

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BUS-DATE(1:4)
              MOVE "-" TO WS-BUS-DATE(5:1)
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BUS-DATE(6:2)
              MOVE "-" TO WS-BUS-DATE(8:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO WS-BUS-DATE(9:2)
           END-IF

           OPEN I-O INBOUND-FILES
           IF INBOUND-CHECK-STATUS = "35"
              OPEN OUTPUT INBOUND-FILES
              CLOSE INBOUND-FILES
              OPEN I-O INBOUND-FILES
           END-IF

           IF INBOUND-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING INBOUND FILE REGISTRY: "
                      INBOUND-CHECK-STATUS
              MOVE "THE INBOUND FILE REGISTRY IS UNAVAILABLE"
                   TO LS-IBR-MESSAGE
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE TRUE
              WHEN LS-IBQ-OPEN
                 PERFORM 0200-OPEN-FILE THRU 0200-END
              WHEN LS-IBQ-TAKE-CHKPT
                 PERFORM 0400-TAKE-CHECKPOINT THRU 0400-END
              WHEN LS-IBQ-COMPLETE
                 PERFORM 0500-COMPLETE-FILE THRU 0500-END
           END-EVALUATE

           CLOSE INBOUND-FILES
           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-OPEN-FILE.
           MOVE ZEROES TO WS-NEXT-ID
           MOVE ZEROES TO WS-MATCH-ID
           MOVE SPACES TO WS-MATCH-STATUS

           MOVE ZEROES TO IBF-ID
           SET NOT-EOF-INBOUND TO TRUE
           START INBOUND-FILES KEY IS NOT LESS THAN IBF-ID
              INVALID KEY
                 SET EOF-INBOUND TO TRUE
           END-START

           PERFORM UNTIL EOF-INBOUND
              READ INBOUND-FILES NEXT RECORD
                 AT END
                    SET EOF-INBOUND TO TRUE
                 NOT AT END
                    MOVE IBF-ID TO WS-NEXT-ID
                    IF IBF-SOURCE = LS-IBQ-SOURCE
                       AND IBF-HEADER-ID = LS-IBQ-HEADER-ID
                       AND IBF-CREATED = LS-IBQ-CREATED
                       AND IBF-RECORD-COUNT = LS-IBQ-RECORD-COUNT
                       AND IBF-HASH-TOTAL = LS-IBQ-HASH-TOTAL
                       MOVE IBF-ID TO WS-MATCH-ID
                       MOVE IBF-STATUS TO WS-MATCH-STATUS
                    END-IF
              END-READ
           END-PERFORM

           IF WS-MATCH-ID = ZEROES OR WS-MATCH-STATUS = "REVERSED"
              MOVE SPACES TO WS-RERUN-BY
              PERFORM 0300-REGISTER-NEW THRU 0300-END
              GO TO 0200-END
           END-IF

           MOVE WS-MATCH-ID TO IBF-ID
           READ INBOUND-FILES KEY IS IBF-ID
              INVALID KEY
                 MOVE "ERROR RE-READING THE REGISTRY ENTRY"
                      TO LS-IBR-MESSAGE
                 GO TO 0200-END
           END-READ

           IF IBF-STATUS = "STARTED"
              SET LS-IBR-RESUME TO TRUE
              MOVE IBF-ID TO LS-IBR-REG-ID
              MOVE IBF-CHECKPOINT TO LS-IBR-CHECKPOINT
              MOVE IBF-RECEIVED-DATE TO LS-IBR-PRIOR-DATE
              STRING "FILE WAS STARTED ON " IBF-RECEIVED-DATE
                     " AND NOT COMPLETED - RESUMING"
                 DELIMITED BY SIZE INTO LS-IBR-MESSAGE
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "RESUME INBOUND " IBF-ID " " LS-IBQ-SOURCE
                     " AFTER REC " IBF-CHECKPOINT
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT THRU 0880-END
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-RERUN-BY
           IF LS-IBQ-OVERRIDE-BY NOT = SPACES
              MOVE LS-IBQ-OVERRIDE-BY TO WS-RERUN-BY
           ELSE
              IF IBF-RERUN-AUTH NOT = SPACES
                 MOVE IBF-RERUN-AUTH TO WS-RERUN-BY
                 MOVE SPACES TO IBF-RERUN-AUTH
                 REWRITE IBF-DETAILS
                    INVALID KEY
                       DISPLAY "ERROR UPDATING REGISTRY ENTRY "
                               IBF-ID
                 END-REWRITE
              END-IF
           END-IF

           IF WS-RERUN-BY = SPACES
              SET LS-IBR-DUPLICATE TO TRUE
              MOVE IBF-ID TO LS-IBR-REG-ID
              MOVE IBF-RECEIVED-DATE TO LS-IBR-PRIOR-DATE
              STRING "DUPLICATE OF FILE " IBF-ID " PROCESSED ON "
                     IBF-RECEIVED-DATE
                 DELIMITED BY SIZE INTO LS-IBR-MESSAGE
              PERFORM 0890-LOG-DUPLICATE THRU 0890-END
              GO TO 0200-END
           END-IF

           PERFORM 0300-REGISTER-NEW THRU 0300-END

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DUP FILE OVERRIDE BY " WS-RERUN-BY " "
                  LS-IBQ-SOURCE " PRIOR " WS-MATCH-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END.
       0200-END.

       0300-REGISTER-NEW.
           ADD 1 TO WS-NEXT-ID

           MOVE WS-NEXT-ID TO IBF-ID
           MOVE LS-IBQ-SOURCE TO IBF-SOURCE
           MOVE LS-IBQ-HEADER-ID TO IBF-HEADER-ID
           MOVE LS-IBQ-CREATED TO IBF-CREATED
           MOVE LS-IBQ-RECORD-COUNT TO IBF-RECORD-COUNT
           MOVE LS-IBQ-HASH-TOTAL TO IBF-HASH-TOTAL
           MOVE WS-BUS-DATE TO IBF-RECEIVED-DATE
           MOVE "BATCH" TO IBF-RECEIVED-BY
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO IBF-RECEIVED-BY
           END-IF
           MOVE "STARTED" TO IBF-STATUS
           MOVE ZEROES TO IBF-CHECKPOINT
           MOVE SPACES TO IBF-COMPLETED-AT
           MOVE WS-RERUN-BY TO IBF-OVERRIDE-BY
           IF WS-MATCH-ID = ZEROES
              MOVE SPACES TO IBF-OVERRIDE-BY
           END-IF
           MOVE SPACES TO IBF-RERUN-AUTH

           WRITE IBF-DETAILS
              INVALID KEY
                 MOVE "ERROR WRITING THE REGISTRY ENTRY"
                      TO LS-IBR-MESSAGE
                 GO TO 0300-END
           END-WRITE

           SET LS-IBR-NEW TO TRUE
           MOVE WS-NEXT-ID TO LS-IBR-REG-ID.
       0300-END.

       0400-TAKE-CHECKPOINT.
           MOVE LS-IBQ-REG-ID TO IBF-ID
           READ INBOUND-FILES KEY IS IBF-ID
              INVALID KEY
                 GO TO 0400-END
           END-READ

           MOVE LS-IBQ-CHECKPOINT TO IBF-CHECKPOINT
           REWRITE IBF-DETAILS
              INVALID KEY
                 GO TO 0400-END
           END-REWRITE

           SET LS-IBR-NEW TO TRUE
           MOVE IBF-ID TO LS-IBR-REG-ID
           MOVE IBF-CHECKPOINT TO LS-IBR-CHECKPOINT.
       0400-END.

       0500-COMPLETE-FILE.
           MOVE LS-IBQ-REG-ID TO IBF-ID
           READ INBOUND-FILES KEY IS IBF-ID
              INVALID KEY
                 GO TO 0500-END
           END-READ

           MOVE "DONE" TO IBF-STATUS
           MOVE WS-BUS-DATE TO IBF-COMPLETED-AT
           REWRITE IBF-DETAILS
              INVALID KEY
                 GO TO 0500-END
           END-REWRITE

           SET LS-IBR-NEW TO TRUE
           MOVE IBF-ID TO LS-IBR-REG-ID
           MOVE IBF-CHECKPOINT TO LS-IBR-CHECKPOINT.
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
                  " " WS-AUDIT-OPERATOR " fileRegistry: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0890-LOG-DUPLICATE.
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           OPEN EXTEND ERROR-LOG
           IF ERROR-LOG-CHECK-STATUS = "35"
              OPEN OUTPUT ERROR-LOG
           END-IF

           MOVE SPACES TO ERROR-LOG-RECORD
           STRING WS-ERR-TIMESTAMP(1:8) "-" WS-ERR-TIMESTAMP(9:6)
                  " fileRegistry DUPLICATE INBOUND FILE "
                  LS-IBQ-SOURCE ": HEADER " LS-IBQ-HEADER-ID
                  " SAME AS FILE " IBF-ID " OF " IBF-RECEIVED-DATE
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
