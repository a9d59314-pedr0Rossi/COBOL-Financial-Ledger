       IDENTIFICATION DIVISION.
       PROGRAM-ID. importReturnedItems.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RETURNS-IN ASSIGN TO "retitems.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETURNS-CHECK-STATUS.

       SELECT REJECT-OUT ASSIGN TO WS-REJECT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-CHECK-STATUS.

       SELECT DEP-ITEMS ASSIGN TO "depitems.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DI-ID
           ALTERNATE RECORD KEY IS DI-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS DEP-ITEMS-CHECK-STATUS.

       SELECT HOLDS ASSIGN TO "holds.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLDS-CHECK-STATUS.

       SELECT HOLIDAYS ASSIGN TO "holidays.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLIDAYS-CHECK-STATUS.

       SELECT DEP-RETURN-CTL ASSIGN TO "depreturn.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEP-RETURN-CHECK-STATUS.

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

       FD  RETURNS-IN.
       01  RETURNS-LINE              PIC X(80).

       FD  REJECT-OUT.
       01  REJECT-LINE               PIC X(120).

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

       FD  HOLDS.
       01  HOLD-DETAILS.
           05 HOLD-KEY.
               10 HOLD-ID            PIC 9(5).
           05 HOLD-ACC-ID            PIC 9(8).
           05 HOLD-AMOUNT            PIC 9(9)V99.
           05 HOLD-REASON            PIC X(20).
           05 HOLD-CREATED-AT        PIC X(10).
           05 HOLD-STATUS            PIC X(8).

       FD  HOLIDAYS.
       01  HOLIDAY-LINE              PIC X(10).

       FD  DEP-RETURN-CTL.
       01  DEP-RETURN-LINE.
           05 DR-RETURN-FEE          PIC 9(5)V99.
           05 FILLER                 PIC X(1).
           05 DR-EXTEND-DAYS         PIC 9(2).

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

       01  RETURNS-CHECK-STATUS      PIC XX.
       01  REJECT-CHECK-STATUS       PIC XX.
       01  DEP-ITEMS-CHECK-STATUS    PIC XX.
       01  HOLDS-CHECK-STATUS        PIC XX.
       01  HOLIDAYS-CHECK-STATUS     PIC XX.
       01  DEP-RETURN-CHECK-STATUS   PIC XX.
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

       01  WS-EOF-RETURNS            PIC X VALUE "N".
           88  EOF-RETURNS           VALUE "Y".
           88  NOT-EOF-RETURNS       VALUE "N".

       01  WS-EOF-ITEMS              PIC X VALUE "N".
           88  EOF-ITEMS             VALUE "Y".
           88  NOT-EOF-ITEMS         VALUE "N".

       01  WS-EOF-HOLDS              PIC X VALUE "N".
           88  EOF-HOLDS             VALUE "Y".
           88  NOT-EOF-HOLDS         VALUE "N".

       01  WS-EOF-HOLIDAYS           PIC X VALUE "N".
           88  EOF-HOLIDAYS          VALUE "Y".
           88  NOT-EOF-HOLIDAYS      VALUE "N".

       01  WS-EOF-SUSPENSE           PIC X VALUE "N".
           88  EOF-SUSPENSE          VALUE "Y".
           88  NOT-EOF-SUSPENSE      VALUE "N".

       01  WS-RETURNS-HEADER.
           05 WS-RH-RECORD-TYPE      PIC X(1).
           05 WS-RH-RETURN-DATE      PIC X(10).
           05 WS-RH-BATCH-REF        PIC X(10).

       01  WS-RETURNS-DETAIL.
           05 WS-RD-RECORD-TYPE      PIC X(1).
           05 WS-RD-ROUTING          PIC 9(9).
           05 WS-RD-CHECK-NO         PIC 9(6).
           05 WS-RD-AMOUNT           PIC 9(9)V99.
           05 WS-RD-ACC-ID           PIC 9(8).
           05 WS-RD-REASON-CODE      PIC X(4).
           05 WS-RD-DISPOSITION      PIC X(1).
              88  WS-RD-CHARGE-BACK  VALUE "C" " ".
              88  WS-RD-REPRESENT    VALUE "R".
           05 WS-RD-REASON-TEXT      PIC X(20).

       01  WS-RETURNS-TRAILER.
           05 WS-RT-RECORD-TYPE      PIC X(1).
           05 WS-RT-ITEM-COUNT       PIC 9(5).
           05 WS-RT-AMOUNT-TOTAL     PIC 9(11)V99.

       01  WS-HAVE-HEADER            PIC X VALUE "N".
           88  HAVE-HEADER           VALUE "Y".
       01  WS-HAVE-TRAILER           PIC X VALUE "N".
           88  HAVE-TRAILER          VALUE "Y".

       01  WS-ITEM-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-AMOUNT-TOTAL           PIC 9(11)V99 VALUE ZEROES.

       01  WS-CHARGED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-CHARGED-AMOUNT         PIC 9(11)V99 VALUE ZEROES.
       01  WS-FEE-TOTAL              PIC 9(9)V99 VALUE ZEROES.
       01  WS-REPRESENT-COUNT        PIC 9(5) VALUE ZEROES.
       01  WS-REJECT-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-REJECT-AMOUNT          PIC 9(11)V99 VALUE ZEROES.

       01  WS-ITEM-RESULT            PIC X.
           88  WS-ITEM-OK            VALUE "Y".
           88  WS-ITEM-REJECTED      VALUE "N".
       01  WS-REJECT-CODE            PIC X(4).
       01  WS-REJECT-REASON          PIC X(30).
       01  WS-REJECT-NAME            PIC X(40).

       01  WS-ITEM-FOUND             PIC X VALUE "N".
           88  ITEM-FOUND            VALUE "Y".
           88  ITEM-NOT-FOUND        VALUE "N".

       01  WS-RETURN-FEE             PIC 9(5)V99 VALUE 15.00.
       01  WS-EXTEND-DAYS            PIC 9(2) VALUE 5.
       01  WS-SETTLEMENT-ACC         PIC 9(8).
       01  WS-SUS-NEXT-ID            PIC 9(7).
       01  WS-NEXT-HOLD-ID           PIC 9(5).
       01  WS-HOLD-NOTE              PIC X(10).

       01  WS-AV-REL-NUM             PIC 9(8).
       01  WS-AV-REL-INT             PIC 9(8).
       01  WS-AV-REL-DATE            PIC X(10).
       01  WS-AV-BUS-NUM             PIC 9(8).
       01  WS-AV-DOW                 PIC 9(1).
       01  WS-AV-IS-BUS              PIC X.
       01  WS-AV-CAND-DATE           PIC X(10).

       01  WS-NOTICE-EVENT           PIC X(12).
       01  WS-NOTICE-TEXT            PIC X(60).

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
              DISPLAY "NO BUSINESS DATE ON FILE - RETURNED ITEMS "
                      "CANNOT BE IMPORTED."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           STRING "retitems_rejects_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REJECT-NAME

           OPEN INPUT RETURNS-IN
           IF RETURNS-CHECK-STATUS NOT = "00"
              DISPLAY "NO RETURNED ITEMS FILE IS PRESENT - NOTHING "
                      "TO IMPORT."
              GO TO 0900-END-PROGRAM
           END-IF
           CLOSE RETURNS-IN

           PERFORM 0150-VALIDATE-FILE-TOTALS

           PERFORM 0180-READ-CONTROLS

           OPEN I-O DEP-ITEMS
           IF DEP-ITEMS-CHECK-STATUS NOT = "00"
              MOVE DEP-ITEMS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING DEPOSITED ITEMS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT RETURNS-IN
           OPEN OUTPUT REJECT-OUT

           SET NOT-EOF-RETURNS TO TRUE
           PERFORM UNTIL EOF-RETURNS
              READ RETURNS-IN
                 AT END
                    SET EOF-RETURNS TO TRUE
                 NOT AT END
                    IF RETURNS-LINE(1:1) = "D"
                       PERFORM 0200-PROCESS-RETURN THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RETURNS-IN
           CLOSE REJECT-OUT
           CLOSE DEP-ITEMS

           PERFORM 0400-POST-SETTLEMENT THRU 0400-END

           DISPLAY "RETURNED ITEMS IMPORT COMPLETE FOR BATCH "
                   WS-RH-BATCH-REF " OF " WS-RH-RETURN-DATE
           DISPLAY "ITEMS CHARGED BACK: " WS-CHARGED-COUNT
                   " AMOUNT " WS-CHARGED-AMOUNT
                   " FEES " WS-FEE-TOTAL
           DISPLAY "ITEMS RE-PRESENTED: " WS-REPRESENT-COUNT
           DISPLAY "ITEMS REJECTED:     " WS-REJECT-COUNT
                   " AMOUNT " WS-REJECT-AMOUNT
           IF WS-REJECT-COUNT > ZEROES
              DISPLAY "REJECTS WRITTEN TO " WS-REJECT-NAME
                      " AND TO THE SUSPENSE SUBLEDGER"
           END-IF

           STRING "RETURNS " WS-RH-BATCH-REF " CHARGED "
                  WS-CHARGED-COUNT " REPRESENTED " WS-REPRESENT-COUNT
                  " REJECTED " WS-REJECT-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-VALIDATE-FILE-TOTALS.
           OPEN INPUT RETURNS-IN

           SET NOT-EOF-RETURNS TO TRUE
           PERFORM UNTIL EOF-RETURNS
              READ RETURNS-IN
                 AT END
                    SET EOF-RETURNS TO TRUE
                 NOT AT END
                    PERFORM 0160-TALLY-RECORD
              END-READ
           END-PERFORM

           CLOSE RETURNS-IN

           IF NOT HAVE-HEADER
              DISPLAY "RETURNS REFUSED - NO HEADER RECORD IN THE "
                      "RETURNED ITEMS FILE."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF NOT HAVE-TRAILER
              DISPLAY "RETURNS REFUSED - NO TRAILER RECORD IN THE "
                      "RETURNED ITEMS FILE."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF WS-ITEM-COUNT NOT = WS-RT-ITEM-COUNT
              OR WS-AMOUNT-TOTAL NOT = WS-RT-AMOUNT-TOTAL
              DISPLAY "RETURNS REFUSED - TRAILER CONTROL TOTALS DO "
                      "NOT MATCH THE FILE CONTENTS."
              DISPLAY "TRAILER COUNT " WS-RT-ITEM-COUNT
                      " / COUNTED " WS-ITEM-COUNT
              DISPLAY "TRAILER TOTAL " WS-RT-AMOUNT-TOTAL
                      " / SUMMED " WS-AMOUNT-TOTAL
              GO TO 0950-ABORT-PROGRAM
           END-IF

           DISPLAY "RETURNS CONTROL TOTALS VERIFIED: "
                   WS-ITEM-COUNT " ITEMS, " WS-AMOUNT-TOTAL.
       0150-END.

       0160-TALLY-RECORD.
           EVALUATE RETURNS-LINE(1:1)
              WHEN "H"
                 MOVE RETURNS-LINE(1:21) TO WS-RETURNS-HEADER
                 SET HAVE-HEADER TO TRUE
              WHEN "T"
                 MOVE RETURNS-LINE(1:19) TO WS-RETURNS-TRAILER
                 SET HAVE-TRAILER TO TRUE
              WHEN "D"
                 MOVE RETURNS-LINE(1:60) TO WS-RETURNS-DETAIL
                 ADD 1 TO WS-ITEM-COUNT
                 IF WS-RD-AMOUNT NUMERIC
                    ADD WS-RD-AMOUNT TO WS-AMOUNT-TOTAL
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0160-END.

       0180-READ-CONTROLS.
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

           OPEN INPUT DEP-RETURN-CTL
           IF DEP-RETURN-CHECK-STATUS = "00"
              READ DEP-RETURN-CTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DR-RETURN-FEE NUMERIC
                       MOVE DR-RETURN-FEE TO WS-RETURN-FEE
                    END-IF
                    IF DR-EXTEND-DAYS NUMERIC
                       MOVE DR-EXTEND-DAYS TO WS-EXTEND-DAYS
                    END-IF
              END-READ
              CLOSE DEP-RETURN-CTL
           END-IF.
       0180-END.

       0200-PROCESS-RETURN.
           MOVE RETURNS-LINE(1:60) TO WS-RETURNS-DETAIL
           MOVE FUNCTION UPPER-CASE (WS-RD-DISPOSITION)
              TO WS-RD-DISPOSITION

           SET WS-ITEM-OK TO TRUE
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-REASON

           IF WS-RD-AMOUNT NOT NUMERIC
              OR WS-RD-ACC-ID NOT NUMERIC
              OR WS-RD-CHECK-NO NOT NUMERIC
              OR WS-RD-ROUTING NOT NUMERIC
              SET WS-ITEM-REJECTED TO TRUE
              MOVE "FMT " TO WS-REJECT-CODE
              MOVE "INVALID RETURN RECORD" TO WS-REJECT-REASON
              GO TO 0200-REJECT
           END-IF

           PERFORM 0220-FIND-DEPOSITED-ITEM
           IF ITEM-NOT-FOUND
              SET WS-ITEM-REJECTED TO TRUE
              MOVE "NMAT" TO WS-REJECT-CODE
              MOVE "NO MATCHING DEPOSITED ITEM" TO WS-REJECT-REASON
              GO TO 0200-REJECT
           END-IF

           IF WS-RD-REPRESENT AND DI-RETURN-COUNT = ZEROES
              PERFORM 0300-REPRESENT-ITEM
              GO TO 0200-END
           END-IF

           PERFORM 0250-CHARGE-BACK-ITEM THRU 0250-END
           IF WS-ITEM-OK
              GO TO 0200-END
           END-IF.

       0200-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-RD-AMOUNT NUMERIC
              ADD WS-RD-AMOUNT TO WS-REJECT-AMOUNT
           END-IF

           MOVE SPACES TO REJECT-LINE
           STRING RETURNS-LINE(1:60) " " WS-REJECT-CODE " "
                  WS-REJECT-REASON
              DELIMITED BY SIZE INTO REJECT-LINE
           WRITE REJECT-LINE

           PERFORM 0285-WRITE-SUSPENSE THRU 0285-END.
       0200-END.

       0220-FIND-DEPOSITED-ITEM.
           SET ITEM-NOT-FOUND TO TRUE

           MOVE WS-RD-ACC-ID TO DI-ACC-ID
           SET NOT-EOF-ITEMS TO TRUE
           START DEP-ITEMS KEY IS EQUAL TO DI-ACC-ID
              INVALID KEY
                 SET EOF-ITEMS TO TRUE
           END-START

           PERFORM UNTIL EOF-ITEMS OR ITEM-FOUND
              READ DEP-ITEMS NEXT RECORD
                 AT END
                    SET EOF-ITEMS TO TRUE
                 NOT AT END
                    IF DI-ACC-ID NOT = WS-RD-ACC-ID
                       SET EOF-ITEMS TO TRUE
                    ELSE
                       IF DI-ROUTING = WS-RD-ROUTING
                          AND DI-CHECK-NO = WS-RD-CHECK-NO
                          AND DI-AMOUNT = WS-RD-AMOUNT
                          AND (DI-STATUS = "SENT"
                               OR DI-STATUS = "REPRESNT")
                          SET ITEM-FOUND TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0220-END.

       0250-CHARGE-BACK-ITEM.
           MOVE DI-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE DI-AMOUNT TO WS-PR-AMOUNT
           MOVE SPACES TO WS-PR-DESC
           STRING "RETURNED CHK " DI-CHECK-NO
              DELIMITED BY SIZE INTO WS-PR-DESC
           MOVE "RDI" TO WS-PR-TXN-CODE
           MOVE DI-CHECK-NO TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE DI-TR-ID TO WS-PR-RELATED-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE SPACES TO WS-PR-BRANCH
           MOVE "CLEARING" TO WS-PR-CHANNEL
           MOVE "F" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE WS-RETURN-FEE TO WS-PR-FEE-AMOUNT
           MOVE "RETURNED ITEM FEE" TO WS-PR-FEE-DESC

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              SET WS-ITEM-REJECTED TO TRUE
              MOVE WS-RS-REASON-CODE TO WS-REJECT-CODE
              MOVE WS-RS-REASON TO WS-REJECT-REASON
              GO TO 0250-END
           END-IF

           ADD 1 TO WS-CHARGED-COUNT
           ADD DI-AMOUNT TO WS-CHARGED-AMOUNT
           ADD WS-RS-FEE-CHARGED TO WS-FEE-TOTAL

           PERFORM 0260-RELEASE-HOLD THRU 0260-END

           MOVE "RETURNED" TO DI-STATUS
           MOVE WS-BUS-DATE TO DI-RETURN-DATE
           MOVE WS-RD-REASON-CODE TO DI-RETURN-CODE
           ADD 1 TO DI-RETURN-COUNT
           REWRITE DI-DETAILS
              INVALID KEY
                 MOVE DEP-ITEMS-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "UPDATING DEPOSITED ITEM" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE

           MOVE "RETITEM" TO WS-NOTICE-EVENT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "DEPOSITED CHECK " DI-CHECK-NO " FOR " DI-AMOUNT
                  " RETURNED (" WS-RD-REASON-CODE ") - CHARGED BACK"
              DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           CALL "writeNotice" USING DI-ACC-ID
                WS-NOTICE-EVENT WS-NOTICE-TEXT

           DISPLAY "CHARGED BACK CHECK " DI-CHECK-NO " FOR "
                   DI-AMOUNT " ON ACCT " DI-ACC-ID WS-HOLD-NOTE.
       0250-END.

       0260-RELEASE-HOLD.
           MOVE SPACES TO WS-HOLD-NOTE
           IF DI-HOLD-ID = ZEROES
              GO TO 0260-END
           END-IF

           OPEN I-O HOLDS
           IF HOLDS-CHECK-STATUS NOT = "00"
              GO TO 0260-END
           END-IF

           MOVE DI-HOLD-ID TO HOLD-ID
           READ HOLDS KEY IS HOLD-KEY
              INVALID KEY
                 CLOSE HOLDS
                 GO TO 0260-END
           END-READ

           IF HOLD-STATUS = "ACTIVE"
              MOVE "RELEASED" TO HOLD-STATUS
              REWRITE HOLD-DETAILS
              MOVE " HOLD REL" TO WS-HOLD-NOTE
           END-IF

           CLOSE HOLDS.
       0260-END.

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
           MOVE "RETITEM" TO SUS-SOURCE
           MOVE WS-BUS-DATE TO SUS-DATE
           IF WS-RD-ACC-ID NUMERIC
              MOVE WS-RD-ACC-ID TO SUS-ACC-ID
           ELSE
              MOVE ZEROES TO SUS-ACC-ID
           END-IF
           IF WS-RD-AMOUNT NUMERIC
              MOVE WS-RD-AMOUNT TO SUS-AMOUNT
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
           END-WRITE

           CLOSE SUSPENSE.
       0285-END.

       0300-REPRESENT-ITEM.
           MOVE WS-BUS-DATE(1:4) TO WS-AV-BUS-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-AV-BUS-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-AV-BUS-NUM(7:2)
           COMPUTE WS-AV-REL-INT =
                   FUNCTION INTEGER-OF-DATE (WS-AV-BUS-NUM)
           PERFORM 0340-NEXT-BUS-DAY WS-EXTEND-DAYS TIMES
           COMPUTE WS-AV-REL-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-AV-REL-INT)

           MOVE WS-AV-REL-NUM(1:4) TO WS-AV-REL-DATE(1:4)
           MOVE "-" TO WS-AV-REL-DATE(5:1)
           MOVE WS-AV-REL-NUM(5:2) TO WS-AV-REL-DATE(6:2)
           MOVE "-" TO WS-AV-REL-DATE(8:1)
           MOVE WS-AV-REL-NUM(7:2) TO WS-AV-REL-DATE(9:2)

           PERFORM 0320-EXTEND-HOLD THRU 0320-END

           MOVE "CAPTURED" TO DI-STATUS
           MOVE WS-BUS-DATE TO DI-RETURN-DATE
           MOVE WS-RD-REASON-CODE TO DI-RETURN-CODE
           ADD 1 TO DI-RETURN-COUNT
           REWRITE DI-DETAILS
              INVALID KEY
                 MOVE DEP-ITEMS-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "UPDATING DEPOSITED ITEM" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-REWRITE

           ADD 1 TO WS-REPRESENT-COUNT

           MOVE "RETITEM" TO WS-NOTICE-EVENT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "DEPOSITED CHECK " DI-CHECK-NO " RETURNED - "
                  "RE-PRESENTED, HELD UNTIL " WS-AV-REL-DATE
              DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           CALL "writeNotice" USING DI-ACC-ID
                WS-NOTICE-EVENT WS-NOTICE-TEXT

           DISPLAY "RE-PRESENTING CHECK " DI-CHECK-NO " FOR "
                   DI-AMOUNT " ON ACCT " DI-ACC-ID " - HELD UNTIL "
                   WS-AV-REL-DATE.
       0300-END.

       0320-EXTEND-HOLD.
           OPEN I-O HOLDS
           IF HOLDS-CHECK-STATUS = "35"
              OPEN OUTPUT HOLDS
              CLOSE HOLDS
              OPEN I-O HOLDS
           END-IF

           IF HOLDS-CHECK-STATUS NOT = "00"
              GO TO 0320-END
           END-IF

           IF DI-HOLD-ID > ZEROES
              MOVE DI-HOLD-ID TO HOLD-ID
              READ HOLDS KEY IS HOLD-KEY
                 NOT INVALID KEY
                    IF HOLD-STATUS = "ACTIVE"
                       MOVE SPACES TO HOLD-REASON
                       STRING "AVAIL " WS-AV-REL-DATE
                          DELIMITED BY SIZE INTO HOLD-REASON
                       REWRITE HOLD-DETAILS
                       CLOSE HOLDS
                       GO TO 0320-END
                    END-IF
              END-READ
           END-IF

           MOVE ZEROES TO WS-NEXT-HOLD-ID
           MOVE LOW-VALUES TO HOLD-ID
           SET NOT-EOF-HOLDS TO TRUE
           START HOLDS KEY IS NOT LESS THAN HOLD-KEY
              INVALID KEY
                 SET EOF-HOLDS TO TRUE
           END-START

           PERFORM UNTIL EOF-HOLDS
              READ HOLDS NEXT RECORD
                 AT END
                    SET EOF-HOLDS TO TRUE
                 NOT AT END
                    MOVE HOLD-ID TO WS-NEXT-HOLD-ID
              END-READ
           END-PERFORM

           ADD 1 TO WS-NEXT-HOLD-ID

           MOVE WS-NEXT-HOLD-ID TO HOLD-ID
           MOVE DI-ACC-ID TO HOLD-ACC-ID
           MOVE DI-AMOUNT TO HOLD-AMOUNT
           MOVE SPACES TO HOLD-REASON
           STRING "AVAIL " WS-AV-REL-DATE
              DELIMITED BY SIZE INTO HOLD-REASON
           MOVE WS-BUS-DATE TO HOLD-CREATED-AT
           MOVE "ACTIVE" TO HOLD-STATUS

           WRITE HOLD-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING AVAILABILITY HOLD."
              NOT INVALID KEY
                 MOVE WS-NEXT-HOLD-ID TO DI-HOLD-ID
           END-WRITE

           CLOSE HOLDS.
       0320-END.

       0340-NEXT-BUS-DAY.
           ADD 1 TO WS-AV-REL-INT
           PERFORM 0360-CHECK-BUS-DAY THRU 0360-END
           PERFORM UNTIL WS-AV-IS-BUS = "Y"
              ADD 1 TO WS-AV-REL-INT
              PERFORM 0360-CHECK-BUS-DAY THRU 0360-END
           END-PERFORM.
       0340-END.

       0360-CHECK-BUS-DAY.
           MOVE "Y" TO WS-AV-IS-BUS

           COMPUTE WS-AV-DOW =
                   FUNCTION REM (WS-AV-REL-INT, 7)
           IF WS-AV-DOW = 6 OR WS-AV-DOW = 0
              MOVE "N" TO WS-AV-IS-BUS
              GO TO 0360-END
           END-IF

           COMPUTE WS-AV-REL-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-AV-REL-INT)
           MOVE WS-AV-REL-NUM(1:4) TO WS-AV-CAND-DATE(1:4)
           MOVE "-" TO WS-AV-CAND-DATE(5:1)
           MOVE WS-AV-REL-NUM(5:2) TO WS-AV-CAND-DATE(6:2)
           MOVE "-" TO WS-AV-CAND-DATE(8:1)
           MOVE WS-AV-REL-NUM(7:2) TO WS-AV-CAND-DATE(9:2)

           OPEN INPUT HOLIDAYS
           IF HOLIDAYS-CHECK-STATUS NOT = "00"
              GO TO 0360-END
           END-IF

           SET NOT-EOF-HOLIDAYS TO TRUE
           PERFORM UNTIL EOF-HOLIDAYS
              READ HOLIDAYS
                 AT END
                    SET EOF-HOLIDAYS TO TRUE
                 NOT AT END
                    IF HOLIDAY-LINE(1:10) = WS-AV-CAND-DATE
                       MOVE "N" TO WS-AV-IS-BUS
                       SET EOF-HOLIDAYS TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HOLIDAYS.
       0360-END.

       0400-POST-SETTLEMENT.
           IF WS-CHARGED-AMOUNT = ZEROES
              GO TO 0400-END
           END-IF

           IF WS-SETTLEMENT-ACC = ZEROES
              DISPLAY "NO SETTLEMENT ACCOUNT IN intacct.CTL - THE "
                      "RETURNED ITEMS SETTLEMENT WAS NOT POSTED."
              GO TO 0400-END
           END-IF

           MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE WS-CHARGED-AMOUNT TO WS-PR-AMOUNT
           MOVE "RETURNED ITEMS SETTLE" TO WS-PR-DESC
           MOVE "RDI" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "CLEARING" TO WS-PR-CHANNEL
           MOVE "S" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              DISPLAY "ERROR POSTING RETURNED ITEMS SETTLEMENT - "
                      WS-RS-REASON
              MOVE 4 TO RETURN-CODE
              GO TO 0400-END
           END-IF

           DISPLAY "RETURNED ITEMS SETTLEMENT CREDIT OF "
                   WS-CHARGED-AMOUNT " POSTED TO ACCOUNT "
                   WS-SETTLEMENT-ACC.
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

           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " importReturnedItems: "
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
                  " importReturnedItems " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.

       0950-ABORT-PROGRAM.
           DISPLAY "RETURNED ITEMS IMPORT ABANDONED - NO ITEMS WERE "
                   "CHARGED BACK."
           MOVE 8 TO RETURN-CODE
           EXIT PROGRAM.
       0950-END.
