       IDENTIFICATION DIVISION.
       PROGRAM-ID. signOnReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SIGNON-LOG ASSIGN TO "signonlog.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIGNON-LOG-CHECK-STATUS.

       SELECT SIGNON-MARK ASSIGN TO "signrpt.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIGNON-MARK-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SIGNON-LOG.
       01  SL-DETAILS.
           05 SL-DATE                PIC X(10).
           05 FILLER                 PIC X(1).
           05 SL-TIME                PIC X(6).
           05 FILLER                 PIC X(1).
           05 SL-OP-ID               PIC X(8).
           05 FILLER                 PIC X(1).
           05 SL-ROLE                PIC X(10).
           05 FILLER                 PIC X(1).
           05 SL-TERMINAL            PIC X(8).
           05 FILLER                 PIC X(1).
           05 SL-OUTCOME             PIC X(8).
           05 FILLER                 PIC X(1).
           05 SL-APPROVER            PIC X(8).
           05 FILLER                 PIC X(1).
           05 SL-WINDOW              PIC X(20).

       FD  SIGNON-MARK.
       01  SM-DETAILS.
           05 SM-DATE                PIC X(10).
           05 SM-TIME                PIC X(6).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

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

       01  SIGNON-LOG-CHECK-STATUS   PIC XX.
       01  SIGNON-MARK-CHECK-STATUS  PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-EOF-SIGNON             PIC X VALUE "N".
           88  EOF-SIGNON            VALUE "Y".
           88  NOT-EOF-SIGNON        VALUE "N".

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-ERR-CODE               PIC XX.
       01  WS-ERR-CONTEXT            PIC X(30).
       01  WS-ERR-STATUS-MSG         PIC X(40).
       01  WS-ERR-TIMESTAMP          PIC X(26).

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-TODAY-NUM              PIC 9(8).

       01  WS-MARK-STAMP             PIC X(16) VALUE LOW-VALUES.
       01  WS-LAST-STAMP             PIC X(16) VALUE LOW-VALUES.
       01  WS-LINE-STAMP             PIC X(16).

       01  WS-REJECTED-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-OVERRIDE-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-FORCED-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-LINE-COUNT             PIC 9(5) VALUE ZEROES.

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-HEADER-01.
           02 FILLER PIC X(11) VALUE "DATE".
           02 FILLER PIC X(7)  VALUE "TIME".
           02 FILLER PIC X(9)  VALUE "OPERATOR".
           02 FILLER PIC X(11) VALUE "ROLE".
           02 FILLER PIC X(9)  VALUE "TERMINAL".
           02 FILLER PIC X(9)  VALUE "OUTCOME".
           02 FILLER PIC X(9)  VALUE "APPROVER".
           02 FILLER PIC X(20) VALUE "PERMITTED WINDOW".

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-REJECTED-COUNT
           MOVE ZEROES TO WS-OVERRIDE-COUNT
           MOVE ZEROES TO WS-FORCED-COUNT
           MOVE ZEROES TO WS-LINE-COUNT
           MOVE LOW-VALUES TO WS-MARK-STAMP

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE SIGN-ON "
                      "EXCEPTION REPORT CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-TODAY-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-TODAY-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-TODAY-NUM(7:2)

           OPEN INPUT SIGNON-MARK
           IF SIGNON-MARK-CHECK-STATUS = "00"
              READ SIGNON-MARK
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SM-DETAILS TO WS-MARK-STAMP
              END-READ
              CLOSE SIGNON-MARK
           END-IF
           MOVE WS-MARK-STAMP TO WS-LAST-STAMP

           MOVE SPACES TO WS-REPORT-NAME
           STRING "signon_exceptions_" WS-TODAY-NUM ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING SIGN-ON REPORT FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "SIGN-ON EXCEPTIONS - REJECTED, AFTER-HOURS "
                  "OVERRIDES AND FORCED SIGN-OFFS - " WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-MARK-STAMP = LOW-VALUES
              STRING "ALL RECORDED ATTEMPTS"
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "ATTEMPTS SINCE " WS-MARK-STAMP(1:10) " "
                     WS-MARK-STAMP(11:6)
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADER-01 TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT SIGNON-LOG
           IF SIGNON-LOG-CHECK-STATUS = "00"
              SET NOT-EOF-SIGNON TO TRUE
              PERFORM UNTIL EOF-SIGNON
                 READ SIGNON-LOG
                    AT END
                       SET EOF-SIGNON TO TRUE
                    NOT AT END
                       PERFORM 0200-REPORT-ATTEMPT THRU 0200-END
                 END-READ
              END-PERFORM
              CLOSE SIGNON-LOG
           END-IF

           IF WS-LINE-COUNT = ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "NO SIGN-ON EXCEPTIONS SINCE THE LAST REPORT."
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED: " WS-REJECTED-COUNT
                  "  AFTER-HOURS OVERRIDES: " WS-OVERRIDE-COUNT
                  "  FORCED SIGN-OFFS: " WS-FORCED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT

           IF WS-LAST-STAMP NOT = WS-MARK-STAMP
              OPEN OUTPUT SIGNON-MARK
              IF SIGNON-MARK-CHECK-STATUS NOT = "00"
                 MOVE SIGNON-MARK-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "WRITING SIGN-ON REPORT MARK" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR THRU 0890-END
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WS-LAST-STAMP TO SM-DETAILS
                 WRITE SM-DETAILS
                 CLOSE SIGNON-MARK
              END-IF
           END-IF

           MOVE "SIGN-ON EXCEPTIONS" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SIGN-ON REPORT REJECTED " WS-REJECTED-COUNT
                  " OVERRIDE " WS-OVERRIDE-COUNT
                  " FORCED " WS-FORCED-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-REPORT-ATTEMPT.
           MOVE SPACES TO WS-LINE-STAMP
           STRING SL-DATE SL-TIME
              DELIMITED BY SIZE INTO WS-LINE-STAMP

           IF WS-LINE-STAMP NOT > WS-MARK-STAMP
              GO TO 0200-END
           END-IF

           IF WS-LINE-STAMP > WS-LAST-STAMP
              MOVE WS-LINE-STAMP TO WS-LAST-STAMP
           END-IF

           EVALUATE SL-OUTCOME
              WHEN "REJECTED"
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN "OVERRIDE"
                 ADD 1 TO WS-OVERRIDE-COUNT
              WHEN "FORCED"
                 ADD 1 TO WS-FORCED-COUNT
              WHEN OTHER
                 GO TO 0200-END
           END-EVALUATE

           ADD 1 TO WS-LINE-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING SL-DATE " " SL-TIME " " SL-OP-ID " " SL-ROLE " "
                  SL-TERMINAL " " SL-OUTCOME " " SL-APPROVER " "
                  SL-WINDOW
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
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
                  " " WS-AUDIT-OPERATOR " signOnReport: "
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
                  " signOnReport " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
