       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashLetter.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DEP-ITEMS ASSIGN TO "depitems.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DI-ID
           ALTERNATE RECORD KEY IS DI-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS DEP-ITEMS-CHECK-STATUS.

       SELECT LETTER-OUT ASSIGN TO WS-LETTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LETTER-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DEP-ITEMS.
       01  DI-DETAILS.
           05 DI-ID                  PIC 9(9).
           05 DI-ACC-ID              PIC 9(8).
           05 DI-ROUTING             PIC 9(9).
           05 DI-CHECK-NO            PIC 9(6).
           05 DI-AMOUNT              PIC 9(9)V99.
           05 DI-DEPOSIT-DATE        PIC X(10).
           05 DI-TR-ID               PIC 9(9).
           05 DI-HOLD-ID             PIC 9(5).
           05 DI-STATUS              PIC X(8).
           05 DI-LETTER-DATE         PIC X(10).
           05 DI-RETURN-DATE         PIC X(10).
           05 DI-RETURN-CODE         PIC X(4).
           05 DI-RETURN-COUNT        PIC 9(1).

       FD  LETTER-OUT.
       01  LETTER-LINE               PIC X(80).

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

       01  DEP-ITEMS-CHECK-STATUS    PIC XX.
       01  LETTER-CHECK-STATUS       PIC XX.
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

       01  WS-EOF-ITEMS              PIC X VALUE "N".
           88  EOF-ITEMS             VALUE "Y".
           88  NOT-EOF-ITEMS         VALUE "N".

       01  WS-LETTER-HEADER.
           05 WS-LH-RECORD-TYPE      PIC X(1) VALUE "H".
           05 WS-LH-LETTER-DATE      PIC X(10).
           05 WS-LH-LETTER-REF       PIC X(10).

       01  WS-LETTER-DETAIL.
           05 WS-LD-RECORD-TYPE      PIC X(1) VALUE "D".
           05 WS-LD-ITEM-ID          PIC 9(9).
           05 WS-LD-ROUTING          PIC 9(9).
           05 WS-LD-CHECK-NO         PIC 9(6).
           05 WS-LD-AMOUNT           PIC 9(9)V99.
           05 WS-LD-ACC-ID           PIC 9(8).
           05 WS-LD-DEPOSIT-DATE     PIC X(10).

       01  WS-LETTER-TRAILER.
           05 WS-LT-RECORD-TYPE      PIC X(1) VALUE "T".
           05 WS-LT-ITEM-COUNT       PIC 9(6).
           05 WS-LT-AMOUNT-TOTAL     PIC 9(11)V99.

       01  WS-ITEM-COUNT             PIC 9(6) VALUE ZEROES.
       01  WS-AMOUNT-TOTAL           PIC 9(11)V99 VALUE ZEROES.
       01  WS-PENDING-COUNT          PIC 9(6) VALUE ZEROES.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-LETTER-NAME            PIC X(40).
       01  WS-TIMESTAMP              PIC X(26).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE CASH LETTER "
                      "CANNOT BE PRODUCED."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           STRING "cashletter_" WS-DATE-YYYYMMDD ".DAT"
              DELIMITED BY SIZE INTO WS-LETTER-NAME

           OPEN I-O DEP-ITEMS
           IF DEP-ITEMS-CHECK-STATUS NOT = "00"
              DISPLAY "NO DEPOSITED ITEMS ON FILE - NO CASH LETTER "
                      "TO SEND."
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0150-COUNT-PENDING-ITEMS
           IF WS-PENDING-COUNT = ZEROES
              DISPLAY "NO DEPOSITED ITEMS AWAIT COLLECTION - NO CASH "
                      "LETTER TO SEND."
              CLOSE DEP-ITEMS
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN EXTEND LETTER-OUT
           IF LETTER-CHECK-STATUS = "35"
              OPEN OUTPUT LETTER-OUT
           END-IF

           IF LETTER-CHECK-STATUS NOT = "00"
              MOVE LETTER-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING CASH LETTER FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE DEP-ITEMS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-BUS-DATE TO WS-LH-LETTER-DATE
           MOVE SPACES TO WS-LH-LETTER-REF
           STRING "CL" WS-DATE-YYYYMMDD(5:4) WS-TIMESTAMP(9:4)
              DELIMITED BY SIZE INTO WS-LH-LETTER-REF
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-HEADER TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE LOW-VALUES TO DI-ID
           SET NOT-EOF-ITEMS TO TRUE
           START DEP-ITEMS KEY IS NOT LESS THAN DI-ID
              INVALID KEY
                 SET EOF-ITEMS TO TRUE
           END-START

           PERFORM UNTIL EOF-ITEMS
              READ DEP-ITEMS NEXT RECORD
                 AT END
                    SET EOF-ITEMS TO TRUE
                 NOT AT END
                    IF DI-STATUS = "CAPTURED"
                       PERFORM 0200-SEND-ITEM
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-ITEM-COUNT TO WS-LT-ITEM-COUNT
           MOVE WS-AMOUNT-TOTAL TO WS-LT-AMOUNT-TOTAL
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-TRAILER TO LETTER-LINE
           WRITE LETTER-LINE

           CLOSE LETTER-OUT
           CLOSE DEP-ITEMS

           DISPLAY "CASH LETTER " WS-LH-LETTER-REF " FOR "
                   WS-BUS-DATE " WRITTEN TO " WS-LETTER-NAME
           DISPLAY "ITEMS SENT FOR COLLECTION: " WS-ITEM-COUNT
                   " TOTAL " WS-AMOUNT-TOTAL

           STRING "CASH LETTER " WS-LH-LETTER-REF " ITEMS "
                  WS-ITEM-COUNT " TOTAL " WS-AMOUNT-TOTAL
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-COUNT-PENDING-ITEMS.
           MOVE ZEROES TO WS-PENDING-COUNT
           MOVE LOW-VALUES TO DI-ID
           SET NOT-EOF-ITEMS TO TRUE
           START DEP-ITEMS KEY IS NOT LESS THAN DI-ID
              INVALID KEY
                 SET EOF-ITEMS TO TRUE
           END-START

           PERFORM UNTIL EOF-ITEMS
              READ DEP-ITEMS NEXT RECORD
                 AT END
                    SET EOF-ITEMS TO TRUE
                 NOT AT END
                    IF DI-STATUS = "CAPTURED"
                       ADD 1 TO WS-PENDING-COUNT
                    END-IF
              END-READ
           END-PERFORM.
       0150-END.

       0200-SEND-ITEM.
           MOVE DI-ID TO WS-LD-ITEM-ID
           MOVE DI-ROUTING TO WS-LD-ROUTING
           MOVE DI-CHECK-NO TO WS-LD-CHECK-NO
           MOVE DI-AMOUNT TO WS-LD-AMOUNT
           MOVE DI-ACC-ID TO WS-LD-ACC-ID
           MOVE DI-DEPOSIT-DATE TO WS-LD-DEPOSIT-DATE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-DETAIL TO LETTER-LINE
           WRITE LETTER-LINE

           ADD 1 TO WS-ITEM-COUNT
           ADD DI-AMOUNT TO WS-AMOUNT-TOTAL

           MOVE "SENT" TO DI-STATUS
           MOVE WS-BUS-DATE TO DI-LETTER-DATE
           REWRITE DI-DETAILS
              INVALID KEY
                 MOVE DEP-ITEMS-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "MARKING ITEM SENT" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE.
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

           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " cashLetter: "
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

           STRING WS-ERR-TIMESTAMP(1:8) "-" WS-ERR-TIMESTAMP(9:6)
                  " cashLetter " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
