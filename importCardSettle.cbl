       IDENTIFICATION DIVISION.
       PROGRAM-ID. importCardSettle.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SETTLE-IN ASSIGN TO "cardsettle.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-CHECK-STATUS.

       SELECT REJECT-OUT ASSIGN TO WS-REJECT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-CHECK-STATUS.

       SELECT CARD-ACTIVITY ASSIGN TO "cardactivity.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CA-ID
           ALTERNATE RECORD KEY IS CA-CARD-NO
               WITH DUPLICATES
           FILE STATUS IS CARD-ACTIVITY-CHECK-STATUS.

       SELECT SUSPENSE ASSIGN TO "suspense.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-ID
           FILE STATUS IS SUSPENSE-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SETTLE-IN.
       01  SETTLE-LINE               PIC X(80).

       FD  REJECT-OUT.
       01  REJECT-LINE               PIC X(120).

       FD  CARD-ACTIVITY.
       01  CA-DETAILS.
           05 CA-ID                  PIC 9(9).
           05 CA-CARD-NO             PIC 9(16).
           05 CA-ACC-ID              PIC 9(8).
           05 CA-KIND                PIC X(3).
           05 CA-AMOUNT              PIC 9(9)V99.
           05 CA-TXN-DATE            PIC X(10).
           05 CA-SETTLE-DATE         PIC X(10).
           05 CA-MERCHANT            PIC X(20).
           05 CA-AUTH-CODE           PIC X(6).
           05 CA-RESULT              PIC X(8).
           05 CA-REASON-CODE         PIC X(4).
           05 CA-TR-ID               PIC 9(9).
           05 CA-SUS-ID              PIC 9(7).

       FD  SUSPENSE.
       01  SUS-DETAILS.
           05 SUS-ID                 PIC 9(7).
           05 SUS-SOURCE             PIC X(8).
           05 SUS-DATE               PIC X(10).
           05 SUS-ACC-ID             PIC 9(8).
           05 SUS-AMOUNT             PIC 9(9)V99.
           05 SUS-TYPE               PIC X(6).
           05 SUS-DESC               PIC X(30).
           05 SUS-REASON-CODE        PIC X(4).
           05 SUS-STATUS             PIC X(8).
           05 SUS-RESOLVED-BY        PIC X(8).
           05 SUS-RESOLVED-AT        PIC X(10).

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-FEE-INCOME-ACC      PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-SETTLEMENT-ACC      PIC 9(8).

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

       01  SETTLE-CHECK-STATUS       PIC XX.
       01  REJECT-CHECK-STATUS       PIC XX.
       01  CARD-ACTIVITY-CHECK-STATUS PIC XX.
       01  SUSPENSE-CHECK-STATUS     PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
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

       01  WS-EOF-SETTLE             PIC X VALUE "N".
           88  EOF-SETTLE            VALUE "Y".
           88  NOT-EOF-SETTLE        VALUE "N".

       01  WS-EOF-ACTIVITY           PIC X VALUE "N".
           88  EOF-ACTIVITY          VALUE "Y".
           88  NOT-EOF-ACTIVITY      VALUE "N".

       01  WS-EOF-SUSPENSE           PIC X VALUE "N".
           88  EOF-SUSPENSE          VALUE "Y".
           88  NOT-EOF-SUSPENSE      VALUE "N".

       01  WS-SETTLE-DETAIL.
           05 WS-SD-RECORD-TYPE      PIC X(1).
           05 WS-SD-CARD-NO          PIC 9(16).
           05 WS-SD-KIND             PIC X(3).
           05 WS-SD-AMOUNT           PIC 9(9)V99.
           05 WS-SD-TXN-DATE         PIC X(10).
           05 WS-SD-MERCHANT         PIC X(20).
           05 WS-SD-AUTH-CODE        PIC X(6).

       01  WS-SETTLE-HEADER.
           05 WS-SH-RECORD-TYPE      PIC X(1).
           05 WS-SH-SETTLE-DATE      PIC X(10).
           05 WS-SH-BATCH-REF        PIC X(10).

       01  WS-SETTLE-TRAILER.
           05 WS-ST-RECORD-TYPE      PIC X(1).
           05 WS-ST-ITEM-COUNT       PIC 9(5).
           05 WS-ST-AMOUNT-TOTAL     PIC 9(11)V99.

       01  WS-HAVE-HEADER            PIC X VALUE "N".
           88  HAVE-HEADER           VALUE "Y".
       01  WS-HAVE-TRAILER           PIC X VALUE "N".
           88  HAVE-TRAILER          VALUE "Y".

       01  WS-ITEM-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-AMOUNT-TOTAL           PIC 9(11)V99 VALUE ZEROES.

       01  WS-POSTED-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-POSTED-AMOUNT          PIC 9(11)V99 VALUE ZEROES.
       01  WS-REJECT-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-REJECT-AMOUNT          PIC 9(11)V99 VALUE ZEROES.
       01  WS-DUP-COUNT              PIC 9(5) VALUE ZEROES.

       01  WS-ITEM-OK-FLAG           PIC X VALUE "N".
           88  WS-ITEM-OK            VALUE "Y".
           88  WS-ITEM-REJECTED      VALUE "N".

       01  WS-DUP-FLAG               PIC X VALUE "N".
           88  DUPLICATE-FOUND       VALUE "Y".
           88  NO-DUPLICATE-FOUND    VALUE "N".

       01  WS-REJECT-CODE            PIC X(4).
       01  WS-REJECT-REASON          PIC X(30).
       01  WS-REJECT-NAME            PIC X(40).

       01  WS-ITEM-ACC-ID            PIC 9(8).
       01  WS-ITEM-TR-ID             PIC 9(9).
       01  WS-SUS-NEXT-ID            PIC 9(7).
       01  WS-CA-NEXT-ID             PIC 9(9).
       01  WS-SETTLEMENT-ACC         PIC 9(8).

       01  WS-CARD-RESULT            PIC X.
           88  WS-CARD-OK            VALUE "Y".
           88  WS-CARD-DENIED        VALUE "N".
       01  WS-CARD-REASON-CODE       PIC X(4).
       01  WS-CARD-REASON            PIC X(30).
       01  WS-CARD-MODE              PIC X.

       01  WS-POST-REQUEST.
           05 WS-PR-ACC-ID           PIC 9(8).
           05 WS-PR-TYPE             PIC X(6).
           05 WS-PR-AMOUNT           PIC 9(9)V99.
           05 WS-PR-DESC             PIC X(20).
           05 WS-PR-TXN-CODE         PIC X(4).
           05 WS-PR-CHECK-NO         PIC 9(6).
           05 WS-PR-TR-ID            PIC 9(9).
           05 WS-PR-RELATED-ID       PIC 9(9).
           05 WS-PR-DATE             PIC X(10).
           05 WS-PR-BRANCH           PIC X(4).
           05 WS-PR-CHANNEL          PIC X(8).
           05 WS-PR-MODE             PIC X(1).
           05 WS-PR-LIMIT-MODE       PIC X(1).
           05 WS-PR-ITEM-FEE         PIC X(1).
           05 WS-PR-FEE-AMOUNT       PIC 9(5)V99.
           05 WS-PR-FEE-DESC         PIC X(20).

       01  WS-POST-RESULT.
           05 WS-RS-RESULT           PIC X(1).
              88  WS-RS-POSTED       VALUE "P".
              88  WS-RS-REJECTED     VALUE "R".
           05 WS-RS-REASON-CODE      PIC X(4).
           05 WS-RS-REASON           PIC X(30).
           05 WS-RS-TR-ID            PIC 9(9).
           05 WS-RS-NEW-BALANCE      PIC S9(9)V99.
           05 WS-RS-NSF-ACTION       PIC X(8).
           05 WS-RS-FEE-CHARGED      PIC 9(5)V99.
           05 WS-RS-ACCT-BRANCH      PIC X(4).

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE CARD "
                      "SETTLEMENT CANNOT BE IMPORTED."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           STRING "cardsettle_rejects_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REJECT-NAME

           OPEN INPUT SETTLE-IN
           IF SETTLE-CHECK-STATUS NOT = "00"
              DISPLAY "NO CARD SETTLEMENT FILE IS PRESENT - NOTHING "
                      "TO IMPORT."
              GO TO 0900-END-PROGRAM
           END-IF
           CLOSE SETTLE-IN

           PERFORM 0150-VALIDATE-FILE-TOTALS

           MOVE ZEROES TO WS-SETTLEMENT-ACC
           OPEN INPUT INT-ACCT
           IF INT-ACCT-CHECK-STATUS = "00"
              READ INT-ACCT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE IA-SETTLEMENT-ACC TO WS-SETTLEMENT-ACC
              END-READ
              CLOSE INT-ACCT
           END-IF

           OPEN I-O CARD-ACTIVITY
           IF CARD-ACTIVITY-CHECK-STATUS = "35"
              OPEN OUTPUT CARD-ACTIVITY
              CLOSE CARD-ACTIVITY
              OPEN I-O CARD-ACTIVITY
           END-IF

           IF CARD-ACTIVITY-CHECK-STATUS NOT = "00"
              MOVE CARD-ACTIVITY-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING CARD ACTIVITY FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0170-FIND-LAST-ACTIVITY-ID

           OPEN INPUT SETTLE-IN
           OPEN OUTPUT REJECT-OUT

           SET NOT-EOF-SETTLE TO TRUE
           PERFORM UNTIL EOF-SETTLE
              READ SETTLE-IN
                 AT END
                    SET EOF-SETTLE TO TRUE
                 NOT AT END
                    IF SETTLE-LINE(1:1) = "D"
                       PERFORM 0200-PROCESS-ITEM THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SETTLE-IN
           CLOSE REJECT-OUT
           CLOSE CARD-ACTIVITY

           DISPLAY "CARD SETTLEMENT IMPORT COMPLETE FOR BATCH "
                   WS-SH-BATCH-REF " OF " WS-SH-SETTLE-DATE
           DISPLAY "ITEMS POSTED:   " WS-POSTED-COUNT
                   " AMOUNT " WS-POSTED-AMOUNT
           DISPLAY "ITEMS REJECTED: " WS-REJECT-COUNT
                   " AMOUNT " WS-REJECT-AMOUNT
           IF WS-DUP-COUNT > ZEROES
              DISPLAY "ITEMS ALREADY SETTLED (SKIPPED): " WS-DUP-COUNT
           END-IF
           IF WS-REJECT-COUNT > ZEROES
              DISPLAY "REJECTS WRITTEN TO " WS-REJECT-NAME
                      " AND TO THE SUSPENSE SUBLEDGER"
           END-IF

           STRING "CARD BATCH " WS-SH-BATCH-REF " POSTED "
                  WS-POSTED-COUNT " REJECTED " WS-REJECT-COUNT
                  " SKIPPED " WS-DUP-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-VALIDATE-FILE-TOTALS.
           OPEN INPUT SETTLE-IN

           SET NOT-EOF-SETTLE TO TRUE
           PERFORM UNTIL EOF-SETTLE
              READ SETTLE-IN
                 AT END
                    SET EOF-SETTLE TO TRUE
                 NOT AT END
                    PERFORM 0160-TALLY-RECORD
              END-READ
           END-PERFORM

           CLOSE SETTLE-IN

           IF NOT HAVE-HEADER
              DISPLAY "SETTLEMENT REFUSED - NO HEADER RECORD IN THE "
                      "SETTLEMENT FILE."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF NOT HAVE-TRAILER
              DISPLAY "SETTLEMENT REFUSED - NO TRAILER RECORD IN THE "
                      "SETTLEMENT FILE."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF WS-ITEM-COUNT NOT = WS-ST-ITEM-COUNT
              OR WS-AMOUNT-TOTAL NOT = WS-ST-AMOUNT-TOTAL
              DISPLAY "SETTLEMENT REFUSED - TRAILER CONTROL TOTALS DO "
                      "NOT MATCH THE FILE CONTENTS."
              DISPLAY "TRAILER COUNT " WS-ST-ITEM-COUNT
                      " / COUNTED " WS-ITEM-COUNT
              DISPLAY "TRAILER TOTAL " WS-ST-AMOUNT-TOTAL
                      " / SUMMED " WS-AMOUNT-TOTAL
              GO TO 0950-ABORT-PROGRAM
           END-IF

           DISPLAY "SETTLEMENT CONTROL TOTALS VERIFIED: "
                   WS-ITEM-COUNT " ITEMS, " WS-AMOUNT-TOTAL.
       0150-END.

       0160-TALLY-RECORD.
           EVALUATE SETTLE-LINE(1:1)
              WHEN "H"
                 MOVE SETTLE-LINE(1:21) TO WS-SETTLE-HEADER
                 SET HAVE-HEADER TO TRUE
              WHEN "T"
                 MOVE SETTLE-LINE(1:19) TO WS-SETTLE-TRAILER
                 SET HAVE-TRAILER TO TRUE
              WHEN "D"
                 MOVE SETTLE-LINE(1:67) TO WS-SETTLE-DETAIL
                 ADD 1 TO WS-ITEM-COUNT
                 IF WS-SD-AMOUNT NUMERIC
                    ADD WS-SD-AMOUNT TO WS-AMOUNT-TOTAL
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0160-END.

       0170-FIND-LAST-ACTIVITY-ID.
           MOVE ZEROES TO WS-CA-NEXT-ID
           MOVE LOW-VALUES TO CA-ID
           SET NOT-EOF-ACTIVITY TO TRUE
           START CARD-ACTIVITY KEY IS NOT LESS THAN CA-ID
              INVALID KEY
                 SET EOF-ACTIVITY TO TRUE
           END-START

           PERFORM UNTIL EOF-ACTIVITY
              READ CARD-ACTIVITY NEXT RECORD
                 AT END
                    SET EOF-ACTIVITY TO TRUE
                 NOT AT END
                    MOVE CA-ID TO WS-CA-NEXT-ID
              END-READ
           END-PERFORM.
       0170-END.

       0200-PROCESS-ITEM.
           MOVE SETTLE-LINE(1:67) TO WS-SETTLE-DETAIL
           MOVE FUNCTION UPPER-CASE (WS-SD-KIND) TO WS-SD-KIND

           SET WS-ITEM-OK TO TRUE
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZEROES TO WS-ITEM-ACC-ID
           MOVE ZEROES TO WS-ITEM-TR-ID
           MOVE ZEROES TO WS-SUS-NEXT-ID

           IF WS-SD-CARD-NO NOT NUMERIC
              OR WS-SD-AMOUNT NOT NUMERIC
              OR WS-SD-AMOUNT = ZEROES
              MOVE "FMT " TO WS-REJECT-CODE
              MOVE "MALFORMED SETTLEMENT ITEM" TO WS-REJECT-REASON
              SET WS-ITEM-REJECTED TO TRUE
              GO TO 0200-REJECT
           END-IF

           PERFORM 0220-CHECK-DUPLICATE THRU 0220-END
           IF DUPLICATE-FOUND
              ADD 1 TO WS-DUP-COUNT
              GO TO 0200-END
           END-IF

           MOVE "C" TO WS-CARD-MODE
           CALL "authorizeCard" USING WS-SD-CARD-NO WS-SD-KIND
                WS-SD-AMOUNT WS-SD-TXN-DATE WS-ITEM-ACC-ID
                WS-CARD-RESULT WS-CARD-REASON-CODE WS-CARD-REASON
                WS-CARD-MODE
           IF WS-CARD-DENIED
              MOVE WS-CARD-REASON-CODE TO WS-REJECT-CODE
              MOVE WS-CARD-REASON TO WS-REJECT-REASON
              SET WS-ITEM-REJECTED TO TRUE
              GO TO 0200-REJECT
           END-IF

           PERFORM 0250-POST-ITEM THRU 0250-END
           IF WS-ITEM-REJECTED
              GO TO 0200-REJECT
           END-IF

           MOVE "U" TO WS-CARD-MODE
           CALL "authorizeCard" USING WS-SD-CARD-NO WS-SD-KIND
                WS-SD-AMOUNT WS-SD-TXN-DATE WS-ITEM-ACC-ID
                WS-CARD-RESULT WS-CARD-REASON-CODE WS-CARD-REASON
                WS-CARD-MODE

           ADD 1 TO WS-POSTED-COUNT
           ADD WS-SD-AMOUNT TO WS-POSTED-AMOUNT
           PERFORM 0290-WRITE-ACTIVITY
           GO TO 0200-END.

       0200-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-SD-AMOUNT NUMERIC
              ADD WS-SD-AMOUNT TO WS-REJECT-AMOUNT
           END-IF
           PERFORM 0280-WRITE-REJECT
           PERFORM 0290-WRITE-ACTIVITY.
       0200-END.

       0220-CHECK-DUPLICATE.
           SET NO-DUPLICATE-FOUND TO TRUE
           MOVE WS-SD-CARD-NO TO CA-CARD-NO
           START CARD-ACTIVITY KEY IS = CA-CARD-NO
              INVALID KEY
                 GO TO 0220-END
           END-START

           SET NOT-EOF-ACTIVITY TO TRUE
           PERFORM UNTIL EOF-ACTIVITY OR DUPLICATE-FOUND
              READ CARD-ACTIVITY NEXT RECORD
                 AT END
                    SET EOF-ACTIVITY TO TRUE
                 NOT AT END
                    IF CA-CARD-NO NOT = WS-SD-CARD-NO
                       SET EOF-ACTIVITY TO TRUE
                    ELSE
                       IF CA-AUTH-CODE = WS-SD-AUTH-CODE
                          AND CA-AMOUNT = WS-SD-AMOUNT
                          AND CA-TXN-DATE = WS-SD-TXN-DATE
                          AND CA-RESULT = "POSTED"
                          SET DUPLICATE-FOUND TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0220-END.

       0250-POST-ITEM.
           MOVE WS-ITEM-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE WS-SD-AMOUNT TO WS-PR-AMOUNT
           MOVE SPACES TO WS-PR-DESC
           STRING WS-SD-KIND " " WS-SD-MERCHANT
              DELIMITED BY SIZE INTO WS-PR-DESC
           MOVE WS-SD-KIND TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE SPACES TO WS-PR-BRANCH
           MOVE "CARD" TO WS-PR-CHANNEL
           MOVE "C" TO WS-PR-MODE
           MOVE "B" TO WS-PR-LIMIT-MODE
           MOVE "Y" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              MOVE WS-RS-REASON-CODE TO WS-REJECT-CODE
              MOVE WS-RS-REASON TO WS-REJECT-REASON
              SET WS-ITEM-REJECTED TO TRUE
              GO TO 0250-END
           END-IF

           MOVE WS-RS-TR-ID TO WS-ITEM-TR-ID

           IF WS-SETTLEMENT-ACC = ZEROES
              GO TO 0250-END
           END-IF

           MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE "CARD NETWORK SETTLE" TO WS-PR-DESC
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE WS-ITEM-TR-ID TO WS-PR-RELATED-ID
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "S" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              DISPLAY "ERROR POSTING CARD SETTLEMENT OFFSET - "
                      WS-RS-REASON
           END-IF.
       0250-END.

       0280-WRITE-REJECT.
           MOVE SPACES TO REJECT-LINE
           STRING WS-SETTLE-DETAIL " " WS-REJECT-CODE " REASON: "
                  WS-REJECT-REASON
              DELIMITED BY SIZE INTO REJECT-LINE
           WRITE REJECT-LINE
           PERFORM 0285-WRITE-SUSPENSE THRU 0285-END.
       0280-END.

       0285-WRITE-SUSPENSE.
           OPEN I-O SUSPENSE
           IF SUSPENSE-CHECK-STATUS = "35"
              OPEN OUTPUT SUSPENSE
              CLOSE SUSPENSE
              OPEN I-O SUSPENSE
           END-IF

           IF SUSPENSE-CHECK-STATUS NOT = "00"
              GO TO 0285-END
           END-IF

           MOVE ZEROES TO WS-SUS-NEXT-ID
           MOVE LOW-VALUES TO SUS-ID
           SET NOT-EOF-SUSPENSE TO TRUE
           START SUSPENSE KEY IS NOT LESS THAN SUS-ID
              INVALID KEY
                 SET EOF-SUSPENSE TO TRUE
           END-START

           PERFORM UNTIL EOF-SUSPENSE
              READ SUSPENSE NEXT RECORD
                 AT END
                    SET EOF-SUSPENSE TO TRUE
                 NOT AT END
                    MOVE SUS-ID TO WS-SUS-NEXT-ID
              END-READ
           END-PERFORM

           ADD 1 TO WS-SUS-NEXT-ID

           MOVE WS-SUS-NEXT-ID TO SUS-ID
           MOVE "CARDNET" TO SUS-SOURCE
           MOVE WS-BUS-DATE TO SUS-DATE
           MOVE WS-ITEM-ACC-ID TO SUS-ACC-ID
           IF WS-SD-AMOUNT NUMERIC
              MOVE WS-SD-AMOUNT TO SUS-AMOUNT
           ELSE
              MOVE ZEROES TO SUS-AMOUNT
           END-IF
           MOVE "DEBIT" TO SUS-TYPE
           MOVE WS-REJECT-REASON TO SUS-DESC
           MOVE WS-REJECT-CODE TO SUS-REASON-CODE
           MOVE "OPEN" TO SUS-STATUS
           MOVE SPACES TO SUS-RESOLVED-BY
           MOVE SPACES TO SUS-RESOLVED-AT

           WRITE SUS-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING SUSPENSE RECORD."
                 MOVE ZEROES TO WS-SUS-NEXT-ID
           END-WRITE

           CLOSE SUSPENSE.
       0285-END.

       0290-WRITE-ACTIVITY.
           ADD 1 TO WS-CA-NEXT-ID

           MOVE WS-CA-NEXT-ID TO CA-ID
           IF WS-SD-CARD-NO NUMERIC
              MOVE WS-SD-CARD-NO TO CA-CARD-NO
           ELSE
              MOVE ZEROES TO CA-CARD-NO
           END-IF
           MOVE WS-ITEM-ACC-ID TO CA-ACC-ID
           MOVE WS-SD-KIND TO CA-KIND
           IF WS-SD-AMOUNT NUMERIC
              MOVE WS-SD-AMOUNT TO CA-AMOUNT
           ELSE
              MOVE ZEROES TO CA-AMOUNT
           END-IF
           MOVE WS-SD-TXN-DATE TO CA-TXN-DATE
           MOVE WS-BUS-DATE TO CA-SETTLE-DATE
           MOVE WS-SD-MERCHANT TO CA-MERCHANT
           MOVE WS-SD-AUTH-CODE TO CA-AUTH-CODE
           IF WS-ITEM-OK
              MOVE "POSTED" TO CA-RESULT
           ELSE
              MOVE "REJECTED" TO CA-RESULT
           END-IF
           MOVE WS-REJECT-CODE TO CA-REASON-CODE
           MOVE WS-ITEM-TR-ID TO CA-TR-ID
           MOVE WS-SUS-NEXT-ID TO CA-SUS-ID

           WRITE CA-DETAILS
              INVALID KEY
                 MOVE CARD-ACTIVITY-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "WRITING CARD ACTIVITY" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-WRITE.
       0290-END.

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
                  " " WS-AUDIT-OPERATOR " importCardSettle: "
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
                  " importCardSettle " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.

       0950-ABORT-PROGRAM.
           DISPLAY "CARD SETTLEMENT IMPORT ABANDONED - NO ITEMS WERE "
                   "POSTED."
           MOVE 8 TO RETURN-CODE
           EXIT PROGRAM.
       0950-END.
