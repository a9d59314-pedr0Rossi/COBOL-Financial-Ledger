       IDENTIFICATION DIVISION.
       PROGRAM-ID. importMsgStatus.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT STATUS-IN ASSIGN TO "msgstatus.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-CHECK-STATUS.

       SELECT REJECT-OUT ASSIGN TO WS-REJECT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-CHECK-STATUS.

       SELECT MSG-DELIVERY ASSIGN TO "msgdelivery.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-NOT-ID
           FILE STATUS IS MSG-DELIVERY-CHECK-STATUS.

       SELECT NOTICES ASSIGN TO "notices.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-ID
           FILE STATUS IS NOTICES-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STATUS-IN.
       01  STATUS-LINE               PIC X(80).

       FD  REJECT-OUT.
       01  REJECT-LINE               PIC X(120).

       FD  MSG-DELIVERY.
       01  MD-DETAILS.
           05 MD-NOT-ID              PIC 9(7).
           05 MD-CUST-ID             PIC 9(6).
           05 MD-EVENT               PIC X(12).
           05 MD-CHANNEL             PIC X(5).
           05 MD-ADDRESS             PIC X(50).
           05 MD-SENT-DATE           PIC X(10).
           05 MD-STATUS              PIC X(9).
           05 MD-STATUS-DATE         PIC X(10).
           05 MD-REASON              PIC X(30).

       FD  NOTICES.
       01  NOT-DETAILS.
           05 NOT-ID              PIC 9(7).
           05 NOT-CUST-ID         PIC 9(6).
           05 NOT-ACC-ID          PIC 9(8).
           05 NOT-EVENT           PIC X(12).
           05 NOT-TEXT            PIC X(60).
           05 NOT-CREATED-AT      PIC X(10).
           05 NOT-PRINTED         PIC X(1).

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

       01  STATUS-CHECK-STATUS       PIC XX.
       01  REJECT-CHECK-STATUS       PIC XX.
       01  MSG-DELIVERY-CHECK-STATUS PIC XX.
       01  NOTICES-CHECK-STATUS      PIC XX.
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

       01  WS-EOF-STATUS             PIC X VALUE "N".
           88  EOF-STATUS            VALUE "Y".
           88  NOT-EOF-STATUS        VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-STATUS-HEADER.
           05 WS-SH-RECORD-TYPE      PIC X(1).
           05 WS-SH-STATUS-DATE      PIC X(10).
           05 WS-SH-BATCH-REF        PIC X(10).

       01  WS-STATUS-DETAIL.
           05 WS-SD-RECORD-TYPE      PIC X(1).
           05 WS-SD-NOT-ID           PIC 9(7).
           05 WS-SD-STATUS           PIC X(9).
           05 WS-SD-STATUS-DATE      PIC X(10).
           05 WS-SD-REASON           PIC X(30).

       01  WS-STATUS-TRAILER.
           05 WS-ST-RECORD-TYPE      PIC X(1).
           05 WS-ST-ITEM-COUNT       PIC 9(5).

       01  WS-HAVE-HEADER            PIC X VALUE "N".
           88  HAVE-HEADER           VALUE "Y".
       01  WS-HAVE-TRAILER           PIC X VALUE "N".
           88  HAVE-TRAILER          VALUE "Y".

       01  WS-ITEM-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-DELIVERED-COUNT        PIC 9(5) VALUE ZEROES.
       01  WS-BOUNCED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-FAILED-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-FALLBACK-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-REJECT-COUNT           PIC 9(5) VALUE ZEROES.

       01  WS-REJECT-REASON          PIC X(30).
       01  WS-REJECT-NAME            PIC X(40).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - DELIVERY STATUS "
                      "CANNOT BE IMPORTED."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           STRING "msgstatus_rejects_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REJECT-NAME

           OPEN INPUT STATUS-IN
           IF STATUS-CHECK-STATUS NOT = "00"
              DISPLAY "NO DELIVERY STATUS FILE IS PRESENT - NOTHING "
                      "TO IMPORT."
              GO TO 0900-END-PROGRAM
           END-IF
           CLOSE STATUS-IN

           PERFORM 0150-VALIDATE-FILE-TOTALS

           OPEN I-O MSG-DELIVERY
           IF MSG-DELIVERY-CHECK-STATUS NOT = "00"
              MOVE MSG-DELIVERY-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING MESSAGE DELIVERY FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O NOTICES
           IF NOTICES-CHECK-STATUS NOT = "00"
              MOVE NOTICES-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING NOTICES FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE MSG-DELIVERY
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT STATUS-IN
           OPEN OUTPUT REJECT-OUT

           SET NOT-EOF-STATUS TO TRUE
           PERFORM UNTIL EOF-STATUS
              READ STATUS-IN
                 AT END
                    SET EOF-STATUS TO TRUE
                 NOT AT END
                    IF STATUS-LINE(1:1) = "D"
                       PERFORM 0200-PROCESS-STATUS THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE STATUS-IN
           CLOSE REJECT-OUT
           CLOSE NOTICES
           CLOSE MSG-DELIVERY

           DISPLAY "DELIVERY STATUS IMPORT COMPLETE FOR BATCH "
                   WS-SH-BATCH-REF " OF " WS-SH-STATUS-DATE
           DISPLAY "DELIVERED:          " WS-DELIVERED-COUNT
           DISPLAY "BOUNCED:            " WS-BOUNCED-COUNT
                   " (" WS-FALLBACK-COUNT " RETURNED TO PAPER)"
           DISPLAY "FAILED:             " WS-FAILED-COUNT
           DISPLAY "REJECTED:           " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZEROES
              DISPLAY "REJECTS WRITTEN TO " WS-REJECT-NAME
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "MSG STATUS " WS-SH-BATCH-REF " DLV "
                  WS-DELIVERED-COUNT " BNC " WS-BOUNCED-COUNT
                  " FAIL " WS-FAILED-COUNT " REJ " WS-REJECT-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-VALIDATE-FILE-TOTALS.
           OPEN INPUT STATUS-IN

           SET NOT-EOF-STATUS TO TRUE
           PERFORM UNTIL EOF-STATUS
              READ STATUS-IN
                 AT END
                    SET EOF-STATUS TO TRUE
                 NOT AT END
                    PERFORM 0160-TALLY-RECORD
              END-READ
           END-PERFORM

           CLOSE STATUS-IN

           IF NOT HAVE-HEADER
              DISPLAY "STATUS FILE REFUSED - NO HEADER RECORD."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF NOT HAVE-TRAILER
              DISPLAY "STATUS FILE REFUSED - NO TRAILER RECORD."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF WS-ITEM-COUNT NOT = WS-ST-ITEM-COUNT
              DISPLAY "STATUS FILE REFUSED - TRAILER COUNT "
                      WS-ST-ITEM-COUNT " / COUNTED " WS-ITEM-COUNT
              GO TO 0950-ABORT-PROGRAM
           END-IF

           DISPLAY "STATUS FILE CONTROL TOTALS VERIFIED: "
                   WS-ITEM-COUNT " ITEMS".
       0150-END.

       0160-TALLY-RECORD.
           EVALUATE STATUS-LINE(1:1)
              WHEN "H"
                 MOVE STATUS-LINE(1:21) TO WS-STATUS-HEADER
                 SET HAVE-HEADER TO TRUE
              WHEN "T"
                 MOVE STATUS-LINE(1:6) TO WS-STATUS-TRAILER
                 SET HAVE-TRAILER TO TRUE
              WHEN "D"
                 ADD 1 TO WS-ITEM-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0160-END.

       0200-PROCESS-STATUS.
           MOVE STATUS-LINE(1:57) TO WS-STATUS-DETAIL
           MOVE FUNCTION UPPER-CASE (WS-SD-STATUS) TO WS-SD-STATUS
           MOVE SPACES TO WS-REJECT-REASON

           IF WS-SD-NOT-ID NOT NUMERIC
              MOVE "INVALID NOTICE NUMBER" TO WS-REJECT-REASON
              GO TO 0200-REJECT
           END-IF

           IF WS-SD-STATUS NOT = "DELIVERED"
              AND WS-SD-STATUS NOT = "BOUNCED"
              AND WS-SD-STATUS NOT = "FAILED"
              MOVE "UNKNOWN DELIVERY STATUS" TO WS-REJECT-REASON
              GO TO 0200-REJECT
           END-IF

           MOVE WS-SD-NOT-ID TO MD-NOT-ID
           READ MSG-DELIVERY KEY IS MD-NOT-ID
              INVALID KEY
                 MOVE "NOTICE WAS NOT SENT" TO WS-REJECT-REASON
                 GO TO 0200-REJECT
           END-READ

           IF WS-SD-STATUS-DATE = SPACES
              MOVE WS-BUS-DATE TO WS-SD-STATUS-DATE
           END-IF

           MOVE WS-SD-STATUS TO MD-STATUS
           MOVE WS-SD-STATUS-DATE TO MD-STATUS-DATE
           MOVE WS-SD-REASON TO MD-REASON
           REWRITE MD-DETAILS
              INVALID KEY
                 MOVE "DELIVERY RECORD NOT UPDATED" TO WS-REJECT-REASON
                 GO TO 0200-REJECT
           END-REWRITE

           EVALUATE WS-SD-STATUS
              WHEN "DELIVERED"
                 ADD 1 TO WS-DELIVERED-COUNT
              WHEN "FAILED"
                 ADD 1 TO WS-FAILED-COUNT
              WHEN "BOUNCED"
                 ADD 1 TO WS-BOUNCED-COUNT
                 PERFORM 0250-FALL-BACK-TO-PAPER
           END-EVALUATE

           GO TO 0200-END.

       0200-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-LINE
           STRING STATUS-LINE(1:57) " " WS-REJECT-REASON
              DELIMITED BY SIZE INTO REJECT-LINE
           WRITE REJECT-LINE.
       0200-END.

       0250-FALL-BACK-TO-PAPER.
           MOVE MD-NOT-ID TO NOT-ID
           READ NOTICES KEY IS NOT-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT-PRINTED = "E"
                    MOVE "N" TO NOT-PRINTED
                    REWRITE NOT-DETAILS
                    ADD 1 TO WS-FALLBACK-COUNT
                 END-IF
           END-READ.
       0250-END.

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
                  " " WS-AUDIT-OPERATOR " importMsgStatus: "
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
                  " importMsgStatus " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.

       0950-ABORT-PROGRAM.
           DISPLAY "DELIVERY STATUS IMPORT ABANDONED - NO NOTICES "
                   "WERE UPDATED."
           MOVE 8 TO RETURN-CODE
           EXIT PROGRAM.
       0950-END.
