       IDENTIFICATION DIVISION.
       PROGRAM-ID. exportMsgVendor.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT NOTICES ASSIGN TO "notices.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-ID
           FILE STATUS IS NOTICES-CHECK-STATUS.

       SELECT CONTACT-PREFS ASSIGN TO "contactprefs.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CUST-ID
           FILE STATUS IS CONTACT-PREFS-CHECK-STATUS.

       SELECT MSG-DELIVERY ASSIGN TO "msgdelivery.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-NOT-ID
           FILE STATUS IS MSG-DELIVERY-CHECK-STATUS.

       SELECT VENDOR-OUT ASSIGN TO WS-VENDOR-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VENDOR-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  NOTICES.
       01  NOT-DETAILS.
           05 NOT-ID              PIC 9(7).
           05 NOT-CUST-ID         PIC 9(6).
           05 NOT-ACC-ID          PIC 9(8).
           05 NOT-EVENT           PIC X(12).
           05 NOT-TEXT            PIC X(60).
           05 NOT-CREATED-AT      PIC X(10).
           05 NOT-PRINTED         PIC X(1).

       FD  CONTACT-PREFS.
       01  CP-DETAILS.
           05 CP-CUST-ID             PIC 9(6).
           05 CP-CHANNEL             PIC X(5).
           05 CP-EMAIL               PIC X(50).
           05 CP-SMS                 PIC X(15).
           05 CP-UPDATED             PIC X(10).

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

       FD  VENDOR-OUT.
       01  VENDOR-LINE               PIC X(160).

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

       01  NOTICES-CHECK-STATUS      PIC XX.
       01  CONTACT-PREFS-CHECK-STATUS PIC XX.
       01  MSG-DELIVERY-CHECK-STATUS PIC XX.
       01  VENDOR-CHECK-STATUS       PIC XX.
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

       01  WS-EOF-NOTICES            PIC X VALUE "N".
           88  EOF-NOTICES           VALUE "Y".
           88  NOT-EOF-NOTICES       VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-VENDOR-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-VENDOR-HEADER.
           05 WS-VH-RECORD-TYPE      PIC X(1) VALUE "H".
           05 WS-VH-SEND-DATE        PIC X(10).
           05 WS-VH-BATCH-REF        PIC X(10).

       01  WS-VENDOR-DETAIL.
           05 WS-VD-RECORD-TYPE      PIC X(1) VALUE "D".
           05 WS-VD-NOT-ID           PIC 9(7).
           05 WS-VD-CHANNEL          PIC X(5).
           05 WS-VD-ADDRESS          PIC X(50).
           05 WS-VD-CUST-ID          PIC 9(6).
           05 WS-VD-ACC-ID           PIC 9(8).
           05 WS-VD-EVENT            PIC X(12).
           05 WS-VD-CREATED          PIC X(10).
           05 WS-VD-TEXT             PIC X(60).

       01  WS-VENDOR-TRAILER.
           05 WS-VT-RECORD-TYPE      PIC X(1) VALUE "T".
           05 WS-VT-ITEM-COUNT       PIC 9(5).
           05 WS-VT-EMAIL-COUNT      PIC 9(5).
           05 WS-VT-SMS-COUNT        PIC 9(5).

       01  WS-SENT-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-EMAIL-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-SMS-COUNT              PIC 9(5) VALUE ZEROES.
       01  WS-PAPER-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-CP-OPEN                PIC X VALUE "N".

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE MESSAGING "
                      "FILE CANNOT BE BUILT."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           MOVE SPACES TO WS-VENDOR-NAME
           STRING "msgvendor_out_" WS-DATE-YYYYMMDD ".DAT"
              DELIMITED BY SIZE INTO WS-VENDOR-NAME

           OPEN I-O NOTICES
           IF NOTICES-CHECK-STATUS NOT = "00"
              DISPLAY "NO NOTICES FILE - NOTHING TO SEND."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT CONTACT-PREFS
           IF CONTACT-PREFS-CHECK-STATUS = "00"
              MOVE "Y" TO WS-CP-OPEN
           END-IF

           OPEN I-O MSG-DELIVERY
           IF MSG-DELIVERY-CHECK-STATUS = "35"
              OPEN OUTPUT MSG-DELIVERY
              CLOSE MSG-DELIVERY
              OPEN I-O MSG-DELIVERY
           END-IF

           IF MSG-DELIVERY-CHECK-STATUS NOT = "00"
              MOVE MSG-DELIVERY-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING MESSAGE DELIVERY FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE NOTICES
              IF WS-CP-OPEN = "Y"
                 CLOSE CONTACT-PREFS
              END-IF
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN OUTPUT VENDOR-OUT
           IF VENDOR-CHECK-STATUS NOT = "00"
              MOVE VENDOR-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING MESSAGING VENDOR FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE NOTICES
              CLOSE MSG-DELIVERY
              IF WS-CP-OPEN = "Y"
                 CLOSE CONTACT-PREFS
              END-IF
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE TO WS-VH-SEND-DATE
           MOVE SPACES TO WS-VH-BATCH-REF
           STRING "N" WS-DATE-YYYYMMDD
              DELIMITED BY SIZE INTO WS-VH-BATCH-REF
           MOVE SPACES TO VENDOR-LINE
           MOVE WS-VENDOR-HEADER TO VENDOR-LINE
           WRITE VENDOR-LINE

           IF WS-CP-OPEN = "Y"
              MOVE LOW-VALUES TO NOT-ID
              SET NOT-EOF-NOTICES TO TRUE
              START NOTICES KEY IS NOT LESS THAN NOT-ID
                 INVALID KEY
                    SET EOF-NOTICES TO TRUE
              END-START

              PERFORM UNTIL EOF-NOTICES
                 READ NOTICES NEXT RECORD
                    AT END
                       SET EOF-NOTICES TO TRUE
                    NOT AT END
                       IF NOT-PRINTED = "N"
                          PERFORM 0200-CONSIDER-NOTICE
                             THRU 0200-END
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           MOVE WS-SENT-COUNT TO WS-VT-ITEM-COUNT
           MOVE WS-EMAIL-COUNT TO WS-VT-EMAIL-COUNT
           MOVE WS-SMS-COUNT TO WS-VT-SMS-COUNT
           MOVE SPACES TO VENDOR-LINE
           MOVE WS-VENDOR-TRAILER TO VENDOR-LINE
           WRITE VENDOR-LINE

           CLOSE VENDOR-OUT
           CLOSE MSG-DELIVERY
           CLOSE NOTICES
           IF WS-CP-OPEN = "Y"
              CLOSE CONTACT-PREFS
           END-IF

           MOVE "MSG VENDOR OUTBOUND" TO WS-CAT-REPORT-NAME
           MOVE WS-VENDOR-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "MESSAGING VENDOR FILE COMPLETE: " WS-SENT-COUNT
                   " NOTICES (" WS-EMAIL-COUNT " EMAIL, "
                   WS-SMS-COUNT " SMS)"
           DISPLAY "NOTICES LEFT FOR PAPER: " WS-PAPER-COUNT
           DISPLAY "VENDOR FILE: " WS-VENDOR-NAME

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "MSG VENDOR FILE " WS-SENT-COUNT " NOTICES "
                  WS-EMAIL-COUNT " EMAIL " WS-SMS-COUNT " SMS"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-CONSIDER-NOTICE.
           MOVE NOT-CUST-ID TO CP-CUST-ID
           READ CONTACT-PREFS KEY IS CP-CUST-ID
              INVALID KEY
                 ADD 1 TO WS-PAPER-COUNT
                 GO TO 0200-END
           END-READ

           MOVE SPACES TO WS-VD-ADDRESS
           EVALUATE CP-CHANNEL
              WHEN "EMAIL"
                 MOVE CP-EMAIL TO WS-VD-ADDRESS
              WHEN "SMS"
                 MOVE CP-SMS TO WS-VD-ADDRESS
           END-EVALUATE

           IF WS-VD-ADDRESS = SPACES
              ADD 1 TO WS-PAPER-COUNT
              GO TO 0200-END
           END-IF

           MOVE NOT-ID TO MD-NOT-ID
           READ MSG-DELIVERY KEY IS MD-NOT-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-PAPER-COUNT
                 GO TO 0200-END
           END-READ

           MOVE NOT-ID TO WS-VD-NOT-ID
           MOVE CP-CHANNEL TO WS-VD-CHANNEL
           MOVE NOT-CUST-ID TO WS-VD-CUST-ID
           MOVE NOT-ACC-ID TO WS-VD-ACC-ID
           MOVE NOT-EVENT TO WS-VD-EVENT
           MOVE NOT-CREATED-AT TO WS-VD-CREATED
           MOVE NOT-TEXT TO WS-VD-TEXT

           MOVE NOT-ID TO MD-NOT-ID
           MOVE NOT-CUST-ID TO MD-CUST-ID
           MOVE NOT-EVENT TO MD-EVENT
           MOVE CP-CHANNEL TO MD-CHANNEL
           MOVE WS-VD-ADDRESS TO MD-ADDRESS
           MOVE WS-BUS-DATE TO MD-SENT-DATE
           MOVE "SENT" TO MD-STATUS
           MOVE WS-BUS-DATE TO MD-STATUS-DATE
           MOVE SPACES TO MD-REASON
           WRITE MD-DETAILS
              INVALID KEY
                 DISPLAY "ERROR RECORDING DELIVERY FOR NOTICE "
                         NOT-ID "."
                 GO TO 0200-END
           END-WRITE

           MOVE SPACES TO VENDOR-LINE
           MOVE WS-VENDOR-DETAIL TO VENDOR-LINE
           WRITE VENDOR-LINE

           MOVE "E" TO NOT-PRINTED
           REWRITE NOT-DETAILS

           ADD 1 TO WS-SENT-COUNT
           IF CP-CHANNEL = "EMAIL"
              ADD 1 TO WS-EMAIL-COUNT
           ELSE
              ADD 1 TO WS-SMS-COUNT
           END-IF.
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
                  " " WS-AUDIT-OPERATOR " exportMsgVendor: "
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
                  " exportMsgVendor " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
