       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchRun.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BATCH-RUNS ASSIGN TO "batchruns.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRN-RUN-ID
           FILE STATUS IS BATCH-RUNS-CHECK-STATUS.

       SELECT RUN-ITEMS ASSIGN TO "runitems.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRI-KEY
           ALTERNATE RECORD KEY IS BRI-REVERSAL-ID
               WITH DUPLICATES
           FILE STATUS IS RUN-ITEMS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BATCH-RUNS.
       01  BRN-DETAILS.
           05 BRN-RUN-ID             PIC 9(7).
           05 BRN-PROGRAM            PIC X(20).
           05 BRN-REF                PIC X(20).
           05 BRN-INBOUND-ID         PIC 9(7).
           05 BRN-BUS-DATE           PIC X(10).
           05 BRN-STARTED-BY         PIC X(8).
           05 BRN-ITEM-COUNT         PIC 9(7).
           05 BRN-CREDIT-TOTAL       PIC 9(11)V99.
           05 BRN-DEBIT-TOTAL        PIC 9(11)V99.
           05 BRN-STATUS             PIC X(8).
           05 BRN-REVERSED-BY        PIC X(8).
           05 BRN-REVERSED-AT        PIC X(10).

       FD  RUN-ITEMS.
       01  BRI-DETAILS.
           05 BRI-KEY.
               10 BRI-RUN-ID         PIC 9(7).
               10 BRI-TR-ID          PIC 9(9).
               10 BRI-ACC-ID         PIC 9(8).
           05 BRI-TYPE               PIC X(6).
           05 BRI-AMOUNT             PIC 9(9)V99.
           05 BRI-RESTORE            PIC X(40).
           05 BRI-STATUS             PIC X(8).
           05 BRI-REVERSAL-ID        PIC 9(9).
           05 BRI-GLJ-ID             PIC 9(9).
           05 BRI-NOTE               PIC X(20).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  BATCH-RUNS-CHECK-STATUS   PIC XX.
       01  RUN-ITEMS-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-RUNS               PIC X VALUE "N".
           88  EOF-RUNS              VALUE "Y".
           88  NOT-EOF-RUNS          VALUE "N".

       01  WS-FILES-OPEN             PIC X VALUE "N".
           88  RUN-FILES-OPEN        VALUE "Y".
           88  RUN-FILES-CLOSED      VALUE "N".

       01  WS-CURRENT-RUN-ID         PIC 9(7) VALUE ZEROES.
       01  WS-NEXT-ID                PIC 9(7).
       01  WS-ITEM-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE ZEROES.
       01  WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE ZEROES.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       LINKAGE SECTION.

       01  LS-RUN-REQUEST.
           05 LS-RUQ-ACTION          PIC X.
              88  LS-RUQ-OPEN        VALUE "O".
              88  LS-RUQ-ITEM        VALUE "I".
              88  LS-RUQ-CLOSE       VALUE "C".
           05 LS-RUQ-PROGRAM         PIC X(20).
           05 LS-RUQ-REF             PIC X(20).
           05 LS-RUQ-INBOUND-ID      PIC 9(7).
           05 LS-RUQ-RUN-ID          PIC 9(7).
           05 LS-RUQ-TR-ID           PIC 9(9).
           05 LS-RUQ-ACC-ID          PIC 9(8).
           05 LS-RUQ-TYPE            PIC X(6).
           05 LS-RUQ-AMOUNT          PIC 9(9)V99.
           05 LS-RUQ-RESTORE         PIC X(40).

       PROCEDURE DIVISION USING LS-RUN-REQUEST.

       0100-MAIN.
           EVALUATE TRUE
              WHEN LS-RUQ-OPEN
                 PERFORM 0200-OPEN-RUN THRU 0200-END
              WHEN LS-RUQ-ITEM
                 PERFORM 0300-ADD-ITEM THRU 0300-END
              WHEN LS-RUQ-CLOSE
                 PERFORM 0400-CLOSE-RUN THRU 0400-END
           END-EVALUATE

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-OPEN-RUN.
           IF RUN-FILES-OPEN
              PERFORM 0400-CLOSE-RUN THRU 0400-END
           END-IF

           MOVE ZEROES TO LS-RUQ-RUN-ID
           MOVE ZEROES TO WS-CURRENT-RUN-ID
           MOVE ZEROES TO WS-ITEM-COUNT
           MOVE ZEROES TO WS-CREDIT-TOTAL
           MOVE ZEROES TO WS-DEBIT-TOTAL

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           OPEN I-O BATCH-RUNS
           IF BATCH-RUNS-CHECK-STATUS = "35"
              OPEN OUTPUT BATCH-RUNS
              CLOSE BATCH-RUNS
              OPEN I-O BATCH-RUNS
           END-IF

           IF BATCH-RUNS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BATCH RUN REGISTER: "
                      BATCH-RUNS-CHECK-STATUS
              GO TO 0200-END
           END-IF

           OPEN I-O RUN-ITEMS
           IF RUN-ITEMS-CHECK-STATUS = "35"
              OPEN OUTPUT RUN-ITEMS
              CLOSE RUN-ITEMS
              OPEN I-O RUN-ITEMS
           END-IF

           IF RUN-ITEMS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BATCH RUN ITEMS: "
                      RUN-ITEMS-CHECK-STATUS
              CLOSE BATCH-RUNS
              GO TO 0200-END
           END-IF

           MOVE ZEROES TO WS-NEXT-ID
           MOVE ZEROES TO BRN-RUN-ID
           SET NOT-EOF-RUNS TO TRUE
           START BATCH-RUNS KEY IS NOT LESS THAN BRN-RUN-ID
              INVALID KEY
                 SET EOF-RUNS TO TRUE
           END-START

           PERFORM UNTIL EOF-RUNS
              READ BATCH-RUNS NEXT RECORD
                 AT END
                    SET EOF-RUNS TO TRUE
                 NOT AT END
                    MOVE BRN-RUN-ID TO WS-NEXT-ID
              END-READ
           END-PERFORM

           ADD 1 TO WS-NEXT-ID

           MOVE WS-NEXT-ID TO BRN-RUN-ID
           MOVE LS-RUQ-PROGRAM TO BRN-PROGRAM
           MOVE LS-RUQ-REF TO BRN-REF
           MOVE LS-RUQ-INBOUND-ID TO BRN-INBOUND-ID
           MOVE WS-BUS-DATE TO BRN-BUS-DATE
           MOVE "BATCH" TO BRN-STARTED-BY
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO BRN-STARTED-BY
           END-IF
           MOVE ZEROES TO BRN-ITEM-COUNT
           MOVE ZEROES TO BRN-CREDIT-TOTAL
           MOVE ZEROES TO BRN-DEBIT-TOTAL
           MOVE "OPEN" TO BRN-STATUS
           MOVE SPACES TO BRN-REVERSED-BY
           MOVE SPACES TO BRN-REVERSED-AT

           WRITE BRN-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING BATCH RUN " WS-NEXT-ID
                 CLOSE BATCH-RUNS
                 CLOSE RUN-ITEMS
                 GO TO 0200-END
           END-WRITE

           SET RUN-FILES-OPEN TO TRUE
           MOVE WS-NEXT-ID TO WS-CURRENT-RUN-ID
           MOVE WS-NEXT-ID TO LS-RUQ-RUN-ID

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "OPENED RUN " WS-NEXT-ID " " LS-RUQ-PROGRAM
                  " " LS-RUQ-REF
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END.
       0200-END.

       0300-ADD-ITEM.
           IF RUN-FILES-CLOSED
              OR LS-RUQ-RUN-ID NOT = WS-CURRENT-RUN-ID
              GO TO 0300-END
           END-IF

           MOVE LS-RUQ-RUN-ID TO BRI-RUN-ID
           MOVE LS-RUQ-TR-ID TO BRI-TR-ID
           MOVE LS-RUQ-ACC-ID TO BRI-ACC-ID
           MOVE LS-RUQ-TYPE TO BRI-TYPE
           MOVE LS-RUQ-AMOUNT TO BRI-AMOUNT
           MOVE LS-RUQ-RESTORE TO BRI-RESTORE
           MOVE "POSTED" TO BRI-STATUS
           MOVE ZEROES TO BRI-REVERSAL-ID
           MOVE ZEROES TO BRI-GLJ-ID
           MOVE SPACES TO BRI-NOTE

           WRITE BRI-DETAILS
              INVALID KEY
                 DISPLAY "ERROR RECORDING TXN " LS-RUQ-TR-ID
                         " IN BATCH RUN " LS-RUQ-RUN-ID
                 GO TO 0300-END
           END-WRITE

           ADD 1 TO WS-ITEM-COUNT
           IF LS-RUQ-TYPE = "CREDIT"
              ADD LS-RUQ-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
              ADD LS-RUQ-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
       0300-END.

       0400-CLOSE-RUN.
           IF RUN-FILES-CLOSED
              GO TO 0400-END
           END-IF

           MOVE WS-CURRENT-RUN-ID TO BRN-RUN-ID
           READ BATCH-RUNS KEY IS BRN-RUN-ID
              INVALID KEY
                 DISPLAY "BATCH RUN " WS-CURRENT-RUN-ID
                         " IS MISSING FROM THE REGISTER."
              NOT INVALID KEY
                 MOVE WS-ITEM-COUNT TO BRN-ITEM-COUNT
                 MOVE WS-CREDIT-TOTAL TO BRN-CREDIT-TOTAL
                 MOVE WS-DEBIT-TOTAL TO BRN-DEBIT-TOTAL
                 MOVE "POSTED" TO BRN-STATUS
                 REWRITE BRN-DETAILS
           END-READ

           CLOSE BATCH-RUNS
           CLOSE RUN-ITEMS
           SET RUN-FILES-CLOSED TO TRUE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CLOSED RUN " WS-CURRENT-RUN-ID " ITEMS "
                  WS-ITEM-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           MOVE ZEROES TO WS-CURRENT-RUN-ID.
       0400-END.

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
                  " " WS-AUDIT-OPERATOR " batchRun: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
