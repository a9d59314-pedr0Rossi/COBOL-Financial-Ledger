       IDENTIFICATION DIVISION.
       PROGRAM-ID. importCheckShip.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SHIP-IN ASSIGN TO "chkship.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHIP-CHECK-STATUS.

       SELECT REJECT-OUT ASSIGN TO WS-REJECT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-CHECK-STATUS.

       SELECT CHECK-BOOKS ASSIGN TO "checkbooks.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-KEY
           FILE STATUS IS CHECK-BOOKS-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SHIP-IN.
       01  SHIP-LINE                 PIC X(80).

       FD  REJECT-OUT.
       01  REJECT-LINE               PIC X(120).

       FD  CHECK-BOOKS.
       01  CB-DETAILS.
           05 CB-KEY.
               10 CB-ACC-ID          PIC 9(8).
               10 CB-RANGE-FROM      PIC 9(6).
           05 CB-RANGE-TO            PIC 9(6).
           05 CB-ISSUED-AT           PIC X(10).
           05 CB-STATUS              PIC X(8).

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

       01  SHIP-CHECK-STATUS         PIC XX.
       01  REJECT-CHECK-STATUS       PIC XX.
       01  CHECK-BOOKS-CHECK-STATUS  PIC XX.
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

       01  WS-EOF-SHIP               PIC X VALUE "N".
           88  EOF-SHIP              VALUE "Y".
           88  NOT-EOF-SHIP          VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-SHIP-HEADER.
           05 WS-SH-RECORD-TYPE      PIC X(1).
           05 WS-SH-SHIP-DATE        PIC X(10).
           05 WS-SH-BATCH-REF        PIC X(10).

       01  WS-SHIP-DETAIL.
           05 WS-SD-RECORD-TYPE      PIC X(1).
           05 WS-SD-ACC-ID           PIC 9(8).
           05 WS-SD-RANGE-FROM       PIC 9(6).
           05 WS-SD-RANGE-TO         PIC 9(6).
           05 WS-SD-SHIP-DATE        PIC X(10).
           05 WS-SD-TRACKING         PIC X(20).

       01  WS-SHIP-TRAILER.
           05 WS-ST-RECORD-TYPE      PIC X(1).
           05 WS-ST-ITEM-COUNT       PIC 9(5).

       01  WS-HAVE-HEADER            PIC X VALUE "N".
           88  HAVE-HEADER           VALUE "Y".
       01  WS-HAVE-TRAILER           PIC X VALUE "N".
           88  HAVE-TRAILER          VALUE "Y".

       01  WS-ITEM-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-ACTIVATED-COUNT        PIC 9(5) VALUE ZEROES.
       01  WS-ALREADY-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-REJECT-COUNT           PIC 9(5) VALUE ZEROES.

       01  WS-REJECT-REASON          PIC X(30).
       01  WS-REJECT-NAME            PIC X(40).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - CHECK SHIPMENTS "
                      "CANNOT BE IMPORTED."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           STRING "chkship_rejects_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REJECT-NAME

           OPEN INPUT SHIP-IN
           IF SHIP-CHECK-STATUS NOT = "00"
              DISPLAY "NO CHECK SHIPMENT FILE IS PRESENT - NOTHING "
                      "TO IMPORT."
              GO TO 0900-END-PROGRAM
           END-IF
           CLOSE SHIP-IN

           PERFORM 0150-VALIDATE-FILE-TOTALS THRU 0150-END

           OPEN I-O CHECK-BOOKS
           IF CHECK-BOOKS-CHECK-STATUS NOT = "00"
              MOVE CHECK-BOOKS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING CHECK BOOKS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT SHIP-IN
           OPEN OUTPUT REJECT-OUT

           SET NOT-EOF-SHIP TO TRUE
           PERFORM UNTIL EOF-SHIP
              READ SHIP-IN
                 AT END
                    SET EOF-SHIP TO TRUE
                 NOT AT END
                    IF SHIP-LINE(1:1) = "D"
                       PERFORM 0200-PROCESS-SHIPMENT THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SHIP-IN
           CLOSE REJECT-OUT
           CLOSE CHECK-BOOKS

           DISPLAY "CHECK SHIPMENT IMPORT COMPLETE FOR BATCH "
                   WS-SH-BATCH-REF " OF " WS-SH-SHIP-DATE
           DISPLAY "BOOKS ACTIVATED:    " WS-ACTIVATED-COUNT
           DISPLAY "ALREADY ACTIVE:     " WS-ALREADY-COUNT
           DISPLAY "REJECTED:           " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZEROES
              DISPLAY "REJECTS WRITTEN TO " WS-REJECT-NAME
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHECK SHIP " WS-SH-BATCH-REF " ACT "
                  WS-ACTIVATED-COUNT " DUP " WS-ALREADY-COUNT
                  " REJ " WS-REJECT-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-VALIDATE-FILE-TOTALS.
           OPEN INPUT SHIP-IN

           SET NOT-EOF-SHIP TO TRUE
           PERFORM UNTIL EOF-SHIP
              READ SHIP-IN
                 AT END
                    SET EOF-SHIP TO TRUE
                 NOT AT END
                    PERFORM 0160-TALLY-RECORD THRU 0160-END
              END-READ
           END-PERFORM

           CLOSE SHIP-IN

           IF NOT HAVE-HEADER
              DISPLAY "SHIPMENT FILE REFUSED - NO HEADER RECORD."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF NOT HAVE-TRAILER
              DISPLAY "SHIPMENT FILE REFUSED - NO TRAILER RECORD."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF WS-ITEM-COUNT NOT = WS-ST-ITEM-COUNT
              DISPLAY "SHIPMENT FILE REFUSED - TRAILER COUNT "
                      WS-ST-ITEM-COUNT " / COUNTED " WS-ITEM-COUNT
              GO TO 0950-ABORT-PROGRAM
           END-IF

           DISPLAY "SHIPMENT FILE CONTROL TOTALS VERIFIED: "
                   WS-ITEM-COUNT " ITEMS".
       0150-END.

       0160-TALLY-RECORD.
           EVALUATE SHIP-LINE(1:1)
              WHEN "H"
                 MOVE SHIP-LINE(1:21) TO WS-SHIP-HEADER
                 SET HAVE-HEADER TO TRUE
              WHEN "T"
                 MOVE SHIP-LINE(1:6) TO WS-SHIP-TRAILER
                 SET HAVE-TRAILER TO TRUE
              WHEN "D"
                 ADD 1 TO WS-ITEM-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0160-END.

       0200-PROCESS-SHIPMENT.
           MOVE SHIP-LINE(1:51) TO WS-SHIP-DETAIL
           MOVE SPACES TO WS-REJECT-REASON

           IF WS-SD-ACC-ID NOT NUMERIC
              OR WS-SD-RANGE-FROM NOT NUMERIC
              OR WS-SD-RANGE-TO NOT NUMERIC
              MOVE "INVALID ACCOUNT OR RANGE" TO WS-REJECT-REASON
              GO TO 0200-REJECT
           END-IF

           MOVE WS-SD-ACC-ID TO CB-ACC-ID
           MOVE WS-SD-RANGE-FROM TO CB-RANGE-FROM
           READ CHECK-BOOKS KEY IS CB-KEY
              INVALID KEY
                 MOVE "NO SUCH CHECK BOOK ORDERED" TO WS-REJECT-REASON
                 GO TO 0200-REJECT
           END-READ

           IF CB-RANGE-TO NOT = WS-SD-RANGE-TO
              MOVE "RANGE END DOES NOT MATCH" TO WS-REJECT-REASON
              GO TO 0200-REJECT
           END-IF

           IF CB-STATUS = "ACTIVE"
              ADD 1 TO WS-ALREADY-COUNT
              GO TO 0200-END
           END-IF

           IF CB-STATUS NOT = "ORDERED"
              MOVE "CHECK BOOK IS NOT ON ORDER" TO WS-REJECT-REASON
              GO TO 0200-REJECT
           END-IF

           IF WS-SD-SHIP-DATE = SPACES
              MOVE WS-BUS-DATE TO WS-SD-SHIP-DATE
           END-IF

           MOVE "ACTIVE" TO CB-STATUS
           MOVE WS-SD-SHIP-DATE TO CB-ISSUED-AT
           REWRITE CB-DETAILS
              INVALID KEY
                 MOVE "CHECK BOOK NOT UPDATED" TO WS-REJECT-REASON
                 GO TO 0200-REJECT
           END-REWRITE

           ADD 1 TO WS-ACTIVATED-COUNT
           GO TO 0200-END.

       0200-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-LINE
           STRING SHIP-LINE(1:51) " " WS-REJECT-REASON
              DELIMITED BY SIZE INTO REJECT-LINE
           WRITE REJECT-LINE.
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
                  " " WS-AUDIT-OPERATOR " importCheckShip: "
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
                  " importCheckShip " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.

       0950-ABORT-PROGRAM.
           DISPLAY "CHECK SHIPMENT IMPORT ABANDONED - NO CHECK BOOKS "
                   "WERE ACTIVATED."
           MOVE 8 TO RETURN-CODE
           EXIT PROGRAM.
       0950-END.
