       IDENTIFICATION DIVISION.
       PROGRAM-ID. processAchInbound.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACH-IN ASSIGN TO "achinbound.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACH-IN-CHECK-STATUS.

       SELECT RETURNS-OUT ASSIGN TO WS-RETURNS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETURNS-CHECK-STATUS.

       SELECT ACH-ITEMS ASSIGN TO "achitems.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACI-TRACE-NO
           ALTERNATE RECORD KEY IS ACI-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS ACH-ITEMS-CHECK-STATUS.

       SELECT ACH-STOPS ASSIGN TO "achstops.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACS-KEY
           FILE STATUS IS ACH-STOPS-CHECK-STATUS.

       SELECT CHECK-REGISTER ASSIGN TO "checkregister.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHK-KEY
           FILE STATUS IS CHECK-REG-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

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

       FD  ACH-IN.
       01  ACH-LINE                  PIC X(94).

       FD  RETURNS-OUT.
       01  RETURNS-LINE              PIC X(94).

       FD  ACH-ITEMS.
       01  ACI-DETAILS.
           05 ACI-TRACE-NO           PIC 9(15).
           05 ACI-ACC-ID             PIC 9(8).
           05 ACI-TYPE               PIC X(6).
           05 ACI-AMOUNT             PIC 9(9)V99.
           05 ACI-COMPANY-ID         PIC X(10).
           05 ACI-COMPANY-NAME       PIC X(16).
           05 ACI-ENTRY-CLASS        PIC X(3).
           05 ACI-INDIV-NAME         PIC X(20).
           05 ACI-RECEIVED-AT        PIC X(10).
           05 ACI-STATUS             PIC X(8).
           05 ACI-RETURN-CODE        PIC X(3).
           05 ACI-TR-ID              PIC 9(9).

       FD  ACH-STOPS.
       01  ACS-DETAILS.
           05 ACS-KEY.
               10 ACS-ACC-ID         PIC 9(8).
               10 ACS-COMPANY-ID     PIC X(10).
           05 ACS-AMOUNT             PIC 9(9)V99.
           05 ACS-PLACED-AT          PIC X(10).
           05 ACS-STATUS             PIC X(8).

       FD  CHECK-REGISTER.
       01  CHK-DETAILS.
           05 CHK-KEY.
               10 CHK-ACC-ID         PIC 9(8).
               10 CHK-NUMBER         PIC 9(6).
           05 CHK-AMOUNT             PIC 9(9)V99.
           05 CHK-DATE               PIC X(10).
           05 CHK-STATUS             PIC X(8).
           05 CHK-TR-ID              PIC 9(9).

       FD ACCOUNTS.
       01 FD-ACC-DETAILS.
           02 FD-ID                   PIC 9(8).
           02 FD-CUST-ID              PIC 9(6).
           02 FD-FULLNAME             PIC X(13).
           02 FD-TYPE                 PIC X(10).
           02 FD-STATUS               PIC X(7).
           02 FD-CREATED-AT           PIC X(10).
           02 FD-BALANCE              PIC S9(9)V99.
           02 FD-CURRENCY              PIC X(3).
           02 FD-BRANCH                PIC X(4).

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

       01  ACH-IN-CHECK-STATUS       PIC XX.
       01  RETURNS-CHECK-STATUS      PIC XX.
       01  ACH-ITEMS-CHECK-STATUS    PIC XX.
       01  ACH-STOPS-CHECK-STATUS    PIC XX.
       01  CHECK-REG-CHECK-STATUS    PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
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

       01  WS-EOF-ACH                PIC X VALUE "N".
           88  EOF-ACH               VALUE "Y".
           88  NOT-EOF-ACH           VALUE "N".

       01  WS-FILE-HEADER.
           05 WS-FH-RECORD-TYPE      PIC X(1).
           05 WS-FH-FILE-DATE        PIC X(10).
           05 WS-FH-ORIGIN-BANK      PIC 9(9).
           05 WS-FH-FILE-REF         PIC X(10).

       01  WS-BATCH-HEADER.
           05 WS-BH-RECORD-TYPE      PIC X(1).
           05 WS-BH-BATCH-NO         PIC 9(7).
           05 WS-BH-COMPANY-NAME     PIC X(16).
           05 WS-BH-COMPANY-ID       PIC X(10).
           05 WS-BH-ENTRY-CLASS      PIC X(3).
           05 WS-BH-EFFECTIVE-DATE   PIC X(10).
           05 WS-BH-DESCRIPTION      PIC X(10).

       01  WS-ENTRY-DETAIL.
           05 WS-ED-RECORD-TYPE      PIC X(1).
           05 WS-ED-TXN-CODE         PIC 9(2).
           05 WS-ED-ACC-ID           PIC 9(8).
           05 WS-ED-AMOUNT           PIC 9(9)V99.
           05 WS-ED-INDIV-NAME       PIC X(20).
           05 WS-ED-TRACE-NO         PIC 9(15).
           05 WS-ED-CHECK-SERIAL     PIC 9(6).

       01  WS-BATCH-CONTROL.
           05 WS-BC-RECORD-TYPE      PIC X(1).
           05 WS-BC-BATCH-NO         PIC 9(7).
           05 WS-BC-ENTRY-COUNT      PIC 9(6).
           05 WS-BC-DEBIT-TOTAL      PIC 9(11)V99.
           05 WS-BC-CREDIT-TOTAL     PIC 9(11)V99.

       01  WS-FILE-CONTROL.
           05 WS-FC-RECORD-TYPE      PIC X(1).
           05 WS-FC-BATCH-COUNT      PIC 9(4).
           05 WS-FC-ENTRY-COUNT      PIC 9(7).
           05 WS-FC-DEBIT-TOTAL      PIC 9(11)V99.
           05 WS-FC-CREDIT-TOTAL     PIC 9(11)V99.

       01  WS-HAVE-FILE-HEADER       PIC X VALUE "N".
           88  HAVE-FILE-HEADER      VALUE "Y".
       01  WS-HAVE-FILE-CONTROL      PIC X VALUE "N".
           88  HAVE-FILE-CONTROL     VALUE "Y".
       01  WS-IN-BATCH               PIC X VALUE "N".
           88  IN-BATCH              VALUE "Y".
       01  WS-FILE-BAD               PIC X VALUE "N".
           88  FILE-BAD              VALUE "Y".

       01  WS-BATCH-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-BATCH-ENTRIES          PIC 9(6) VALUE ZEROES.
       01  WS-BATCH-DEBITS           PIC 9(11)V99 VALUE ZEROES.
       01  WS-BATCH-CREDITS          PIC 9(11)V99 VALUE ZEROES.
       01  WS-FILE-ENTRIES           PIC 9(7) VALUE ZEROES.
       01  WS-FILE-DEBITS            PIC 9(11)V99 VALUE ZEROES.
       01  WS-FILE-CREDITS           PIC 9(11)V99 VALUE ZEROES.

       01  WS-POSTED-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-RETURNED-COUNT         PIC 9(6) VALUE ZEROES.
       01  WS-RETURNED-AMOUNT        PIC 9(11)V99 VALUE ZEROES.
       01  WS-DUP-COUNT              PIC 9(6) VALUE ZEROES.
       01  WS-POSTED-CREDITS         PIC 9(11)V99 VALUE ZEROES.
       01  WS-POSTED-DEBITS          PIC 9(11)V99 VALUE ZEROES.
       01  WS-NET-SETTLEMENT         PIC S9(11)V99 VALUE ZEROES.

       01  WS-ITEM-TYPE              PIC X(6).
       01  WS-RETURN-CODE            PIC X(3).
       01  WS-RETURN-REASON          PIC X(30).
       01  WS-ITEM-TR-ID             PIC 9(9).

       01  WS-RETURN-DETAIL.
           05 WS-RD-RECORD-TYPE      PIC X(1) VALUE "6".
           05 WS-RD-TRACE-NO         PIC 9(15).
           05 WS-RD-RETURN-CODE      PIC X(3).
           05 WS-RD-TXN-CODE         PIC 9(2).
           05 WS-RD-ACC-ID           PIC 9(8).
           05 WS-RD-AMOUNT           PIC 9(9)V99.
           05 WS-RD-COMPANY-ID       PIC X(10).
           05 WS-RD-REASON           PIC X(30).

       01  WS-RETURN-HEADER.
           05 WS-RH-RECORD-TYPE      PIC X(1) VALUE "1".
           05 WS-RH-FILE-DATE        PIC X(10).
           05 WS-RH-FILE-REF         PIC X(10).

       01  WS-RETURN-CONTROL.
           05 WS-RC-RECORD-TYPE      PIC X(1) VALUE "9".
           05 WS-RC-ITEM-COUNT       PIC 9(6).
           05 WS-RC-AMOUNT-TOTAL     PIC 9(11)V99.

       01  WS-CHECK-RESULT           PIC X.
           88  WS-CHECK-OK           VALUE "Y".
           88  WS-CHECK-BAD          VALUE "N".

       01  WS-SETTLEMENT-ACC         PIC 9(8).
       01  WS-RETURNS-NAME           PIC X(40).

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
              DISPLAY "NO BUSINESS DATE ON FILE - THE INBOUND ACH "
                      "FILE CANNOT BE PROCESSED."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           STRING "achreturns_" WS-DATE-YYYYMMDD ".DAT"
              DELIMITED BY SIZE INTO WS-RETURNS-NAME

           OPEN INPUT ACH-IN
           IF ACH-IN-CHECK-STATUS NOT = "00"
              DISPLAY "NO INBOUND ACH FILE IS PRESENT - NOTHING "
                      "TO PROCESS."
              GO TO 0900-END-PROGRAM
           END-IF
           CLOSE ACH-IN

           PERFORM 0150-VALIDATE-FILE-TOTALS

           PERFORM 0180-GET-SETTLEMENT-ACC

           OPEN I-O ACH-ITEMS
           IF ACH-ITEMS-CHECK-STATUS = "35"
              OPEN OUTPUT ACH-ITEMS
              CLOSE ACH-ITEMS
              OPEN I-O ACH-ITEMS
           END-IF

           IF ACH-ITEMS-CHECK-STATUS NOT = "00"
              MOVE ACH-ITEMS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACH ITEMS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN OUTPUT RETURNS-OUT
           MOVE WS-BUS-DATE TO WS-RH-FILE-DATE
           MOVE WS-FH-FILE-REF TO WS-RH-FILE-REF
           MOVE SPACES TO RETURNS-LINE
           MOVE WS-RETURN-HEADER TO RETURNS-LINE
           WRITE RETURNS-LINE

           OPEN INPUT ACH-IN
           SET NOT-EOF-ACH TO TRUE
           PERFORM UNTIL EOF-ACH
              READ ACH-IN
                 AT END
                    SET EOF-ACH TO TRUE
                 NOT AT END
                    EVALUATE ACH-LINE(1:1)
                       WHEN "5"
                          MOVE ACH-LINE(1:57) TO WS-BATCH-HEADER
                       WHEN "6"
                          PERFORM 0200-PROCESS-ENTRY THRU 0200-END
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ACH-IN

           MOVE WS-RETURNED-COUNT TO WS-RC-ITEM-COUNT
           MOVE WS-RETURNED-AMOUNT TO WS-RC-AMOUNT-TOTAL
           MOVE SPACES TO RETURNS-LINE
           MOVE WS-RETURN-CONTROL TO RETURNS-LINE
           WRITE RETURNS-LINE
           CLOSE RETURNS-OUT
           CLOSE ACH-ITEMS

           PERFORM 0400-POST-SETTLEMENT THRU 0400-END

           DISPLAY "INBOUND ACH FILE " WS-FH-FILE-REF " OF "
                   WS-FH-FILE-DATE " PROCESSED"
           DISPLAY "ENTRIES POSTED:   " WS-POSTED-COUNT
                   " CREDITS " WS-POSTED-CREDITS
                   " DEBITS " WS-POSTED-DEBITS
           DISPLAY "ENTRIES RETURNED: " WS-RETURNED-COUNT
                   " AMOUNT " WS-RETURNED-AMOUNT
           IF WS-DUP-COUNT > ZEROES
              DISPLAY "ENTRIES ALREADY RECEIVED (SKIPPED): "
                      WS-DUP-COUNT
           END-IF
           DISPLAY "RETURNS FILE WRITTEN TO " WS-RETURNS-NAME

           STRING "ACH FILE " WS-FH-FILE-REF " POSTED "
                  WS-POSTED-COUNT " RETURNED " WS-RETURNED-COUNT
                  " SKIPPED " WS-DUP-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-VALIDATE-FILE-TOTALS.
           OPEN INPUT ACH-IN

           SET NOT-EOF-ACH TO TRUE
           PERFORM UNTIL EOF-ACH OR FILE-BAD
              READ ACH-IN
                 AT END
                    SET EOF-ACH TO TRUE
                 NOT AT END
                    PERFORM 0160-TALLY-RECORD THRU 0160-END
              END-READ
           END-PERFORM

           CLOSE ACH-IN

           IF FILE-BAD
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF NOT HAVE-FILE-HEADER
              DISPLAY "ACH FILE REFUSED - NO FILE HEADER RECORD."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF NOT HAVE-FILE-CONTROL
              DISPLAY "ACH FILE REFUSED - NO FILE CONTROL RECORD."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF IN-BATCH
              DISPLAY "ACH FILE REFUSED - BATCH " WS-BH-BATCH-NO
                      " HAS NO BATCH CONTROL RECORD."
              GO TO 0950-ABORT-PROGRAM
           END-IF

           IF WS-BATCH-COUNT NOT = WS-FC-BATCH-COUNT
              OR WS-FILE-ENTRIES NOT = WS-FC-ENTRY-COUNT
              OR WS-FILE-DEBITS NOT = WS-FC-DEBIT-TOTAL
              OR WS-FILE-CREDITS NOT = WS-FC-CREDIT-TOTAL
              DISPLAY "ACH FILE REFUSED - FILE CONTROL TOTALS DO NOT "
                      "MATCH THE FILE CONTENTS."
              DISPLAY "CONTROL BATCHES " WS-FC-BATCH-COUNT
                      " ENTRIES " WS-FC-ENTRY-COUNT
                      " / COUNTED " WS-BATCH-COUNT
                      " " WS-FILE-ENTRIES
              DISPLAY "CONTROL DEBITS " WS-FC-DEBIT-TOTAL
                      " CREDITS " WS-FC-CREDIT-TOTAL
              DISPLAY "SUMMED  DEBITS " WS-FILE-DEBITS
                      " CREDITS " WS-FILE-CREDITS
              GO TO 0950-ABORT-PROGRAM
           END-IF

           DISPLAY "ACH CONTROL TOTALS VERIFIED: " WS-BATCH-COUNT
                   " BATCHES, " WS-FILE-ENTRIES " ENTRIES.".
       0150-END.

       0160-TALLY-RECORD.
           EVALUATE ACH-LINE(1:1)
              WHEN "1"
                 MOVE ACH-LINE(1:30) TO WS-FILE-HEADER
                 SET HAVE-FILE-HEADER TO TRUE
              WHEN "5"
                 IF IN-BATCH
                    DISPLAY "ACH FILE REFUSED - BATCH " WS-BH-BATCH-NO
                            " HAS NO BATCH CONTROL RECORD."
                    SET FILE-BAD TO TRUE
                    GO TO 0160-END
                 END-IF
                 MOVE ACH-LINE(1:57) TO WS-BATCH-HEADER
                 MOVE "Y" TO WS-IN-BATCH
                 MOVE ZEROES TO WS-BATCH-ENTRIES
                 MOVE ZEROES TO WS-BATCH-DEBITS
                 MOVE ZEROES TO WS-BATCH-CREDITS
              WHEN "6"
                 IF NOT IN-BATCH
                    DISPLAY "ACH FILE REFUSED - ENTRY OUTSIDE A BATCH."
                    SET FILE-BAD TO TRUE
                    GO TO 0160-END
                 END-IF
                 MOVE ACH-LINE(1:63) TO WS-ENTRY-DETAIL
                 ADD 1 TO WS-BATCH-ENTRIES
                 ADD 1 TO WS-FILE-ENTRIES
                 IF WS-ED-AMOUNT NOT NUMERIC
                    DISPLAY "ACH FILE REFUSED - NON-NUMERIC AMOUNT ON "
                            "TRACE " WS-ED-TRACE-NO
                    SET FILE-BAD TO TRUE
                    GO TO 0160-END
                 END-IF
                 IF WS-ED-TXN-CODE = 27 OR WS-ED-TXN-CODE = 37
                    ADD WS-ED-AMOUNT TO WS-BATCH-DEBITS
                    ADD WS-ED-AMOUNT TO WS-FILE-DEBITS
                 ELSE
                    ADD WS-ED-AMOUNT TO WS-BATCH-CREDITS
                    ADD WS-ED-AMOUNT TO WS-FILE-CREDITS
                 END-IF
              WHEN "8"
                 MOVE ACH-LINE(1:40) TO WS-BATCH-CONTROL
                 IF NOT IN-BATCH
                    OR WS-BC-BATCH-NO NOT = WS-BH-BATCH-NO
                    DISPLAY "ACH FILE REFUSED - BATCH CONTROL "
                            WS-BC-BATCH-NO " DOES NOT CLOSE AN OPEN "
                            "BATCH."
                    SET FILE-BAD TO TRUE
                    GO TO 0160-END
                 END-IF
                 IF WS-BC-ENTRY-COUNT NOT = WS-BATCH-ENTRIES
                    OR WS-BC-DEBIT-TOTAL NOT = WS-BATCH-DEBITS
                    OR WS-BC-CREDIT-TOTAL NOT = WS-BATCH-CREDITS
                    DISPLAY "ACH FILE REFUSED - BATCH " WS-BC-BATCH-NO
                            " CONTROL TOTALS DO NOT MATCH ITS ENTRIES."
                    SET FILE-BAD TO TRUE
                    GO TO 0160-END
                 END-IF
                 MOVE "N" TO WS-IN-BATCH
                 ADD 1 TO WS-BATCH-COUNT
              WHEN "9"
                 MOVE ACH-LINE(1:38) TO WS-FILE-CONTROL
                 SET HAVE-FILE-CONTROL TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0160-END.

       0180-GET-SETTLEMENT-ACC.
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
           END-IF.
       0180-END.

       0200-PROCESS-ENTRY.
           MOVE ACH-LINE(1:63) TO WS-ENTRY-DETAIL
           MOVE SPACES TO WS-RETURN-CODE
           MOVE SPACES TO WS-RETURN-REASON
           MOVE ZEROES TO WS-ITEM-TR-ID

           MOVE WS-ED-TRACE-NO TO ACI-TRACE-NO
           READ ACH-ITEMS KEY IS ACI-TRACE-NO
              NOT INVALID KEY
                 ADD 1 TO WS-DUP-COUNT
                 GO TO 0200-END
           END-READ

           EVALUATE WS-ED-TXN-CODE
              WHEN 22
              WHEN 32
                 MOVE "CREDIT" TO WS-ITEM-TYPE
              WHEN 27
              WHEN 37
                 MOVE "DEBIT" TO WS-ITEM-TYPE
              WHEN OTHER
                 MOVE SPACES TO WS-ITEM-TYPE
                 MOVE "R17" TO WS-RETURN-CODE
                 MOVE "UNSUPPORTED TRANSACTION CODE"
                    TO WS-RETURN-REASON
                 GO TO 0200-RETURN
           END-EVALUATE

           IF WS-ED-AMOUNT = ZEROES
              MOVE "R17" TO WS-RETURN-CODE
              MOVE "ZERO AMOUNT" TO WS-RETURN-REASON
              GO TO 0200-RETURN
           END-IF

           PERFORM 0220-CHECK-ACCOUNT THRU 0220-END
           IF WS-RETURN-CODE NOT = SPACES
              GO TO 0200-RETURN
           END-IF

           IF WS-ITEM-TYPE = "DEBIT"
              PERFORM 0240-CHECK-STOPS THRU 0240-END
              IF WS-RETURN-CODE NOT = SPACES
                 GO TO 0200-RETURN
              END-IF
           END-IF

           PERFORM 0250-POST-ENTRY THRU 0250-END
           IF WS-RETURN-CODE NOT = SPACES
              GO TO 0200-RETURN
           END-IF

           ADD 1 TO WS-POSTED-COUNT
           IF WS-ITEM-TYPE = "CREDIT"
              ADD WS-ED-AMOUNT TO WS-POSTED-CREDITS
           ELSE
              ADD WS-ED-AMOUNT TO WS-POSTED-DEBITS
           END-IF
           PERFORM 0290-WRITE-ITEM
           GO TO 0200-END.

       0200-RETURN.
           ADD 1 TO WS-RETURNED-COUNT
           ADD WS-ED-AMOUNT TO WS-RETURNED-AMOUNT
           PERFORM 0280-WRITE-RETURN
           PERFORM 0290-WRITE-ITEM.
       0200-END.

       0220-CHECK-ACCOUNT.
           CALL "checkDigit" USING WS-ED-ACC-ID WS-CHECK-RESULT
           IF WS-CHECK-BAD
              MOVE "R04" TO WS-RETURN-CODE
              MOVE "INVALID ACCOUNT NUMBER" TO WS-RETURN-REASON
              GO TO 0220-END
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0950-ABORT-PROGRAM
           END-IF

           MOVE WS-ED-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 MOVE "R03" TO WS-RETURN-CODE
                 MOVE "NO ACCOUNT/UNABLE TO LOCATE" TO WS-RETURN-REASON
                 CLOSE ACCOUNTS
                 GO TO 0220-END
           END-READ
           CLOSE ACCOUNTS

           IF FD-TYPE = "INTERNAL"
              MOVE "R03" TO WS-RETURN-CODE
              MOVE "NO ACCOUNT/UNABLE TO LOCATE" TO WS-RETURN-REASON
              GO TO 0220-END
           END-IF

           IF FD-STATUS = "CLOSED"
              MOVE "R02" TO WS-RETURN-CODE
              MOVE "ACCOUNT CLOSED" TO WS-RETURN-REASON
              GO TO 0220-END
           END-IF

           IF FD-STATUS = "FROZEN"
              MOVE "R16" TO WS-RETURN-CODE
              MOVE "ACCOUNT FROZEN" TO WS-RETURN-REASON
           END-IF.
       0220-END.

       0240-CHECK-STOPS.
           OPEN INPUT ACH-STOPS
           IF ACH-STOPS-CHECK-STATUS = "00"
              MOVE WS-ED-ACC-ID TO ACS-ACC-ID
              MOVE WS-BH-COMPANY-ID TO ACS-COMPANY-ID
              READ ACH-STOPS KEY IS ACS-KEY
                 NOT INVALID KEY
                    IF ACS-STATUS = "ACTIVE"
                       AND (ACS-AMOUNT = ZEROES
                            OR ACS-AMOUNT = WS-ED-AMOUNT)
                       MOVE "R08" TO WS-RETURN-CODE
                       MOVE "PAYMENT STOPPED" TO WS-RETURN-REASON
                    END-IF
              END-READ
              CLOSE ACH-STOPS
           END-IF

           IF WS-RETURN-CODE NOT = SPACES
              GO TO 0240-END
           END-IF

           IF WS-ED-CHECK-SERIAL NOT NUMERIC
              OR WS-ED-CHECK-SERIAL = ZEROES
              GO TO 0240-END
           END-IF

           OPEN INPUT CHECK-REGISTER
           IF CHECK-REG-CHECK-STATUS = "00"
              MOVE WS-ED-ACC-ID TO CHK-ACC-ID
              MOVE WS-ED-CHECK-SERIAL TO CHK-NUMBER
              READ CHECK-REGISTER KEY IS CHK-KEY
                 NOT INVALID KEY
                    IF CHK-STATUS = "STOPPED"
                       MOVE "R08" TO WS-RETURN-CODE
                       MOVE "PAYMENT STOPPED" TO WS-RETURN-REASON
                    END-IF
              END-READ
              CLOSE CHECK-REGISTER
           END-IF.
       0240-END.

       0250-POST-ENTRY.
           MOVE WS-ED-ACC-ID TO WS-PR-ACC-ID
           MOVE WS-ITEM-TYPE TO WS-PR-TYPE
           MOVE WS-ED-AMOUNT TO WS-PR-AMOUNT
           MOVE SPACES TO WS-PR-DESC
           STRING "ACH " WS-BH-COMPANY-NAME
              DELIMITED BY SIZE INTO WS-PR-DESC
           MOVE "ACH" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           IF WS-ED-CHECK-SERIAL NUMERIC
              MOVE WS-ED-CHECK-SERIAL TO WS-PR-CHECK-NO
           END-IF
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE SPACES TO WS-PR-BRANCH
           MOVE "ACH" TO WS-PR-CHANNEL
           IF WS-ITEM-TYPE = "CREDIT"
              MOVE "F" TO WS-PR-MODE
              MOVE SPACE TO WS-PR-LIMIT-MODE
           ELSE
              MOVE "C" TO WS-PR-MODE
              MOVE "U" TO WS-PR-LIMIT-MODE
           END-IF
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-POSTED
              MOVE WS-RS-TR-ID TO WS-ITEM-TR-ID
              GO TO 0250-END
           END-IF

           MOVE WS-RS-REASON TO WS-RETURN-REASON
           EVALUATE WS-RS-REASON-CODE
              WHEN "NSF "
                 MOVE "R01" TO WS-RETURN-CODE
              WHEN "NACC"
                 MOVE "R03" TO WS-RETURN-CODE
              WHEN "DECD"
                 MOVE "R15" TO WS-RETURN-CODE
              WHEN "STAT"
                 MOVE "R16" TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE "R17" TO WS-RETURN-CODE
           END-EVALUATE.
       0250-END.

       0280-WRITE-RETURN.
           MOVE WS-ED-TRACE-NO TO WS-RD-TRACE-NO
           MOVE WS-RETURN-CODE TO WS-RD-RETURN-CODE
           MOVE WS-ED-TXN-CODE TO WS-RD-TXN-CODE
           MOVE WS-ED-ACC-ID TO WS-RD-ACC-ID
           MOVE WS-ED-AMOUNT TO WS-RD-AMOUNT
           MOVE WS-BH-COMPANY-ID TO WS-RD-COMPANY-ID
           MOVE WS-RETURN-REASON TO WS-RD-REASON

           MOVE SPACES TO RETURNS-LINE
           MOVE WS-RETURN-DETAIL TO RETURNS-LINE
           WRITE RETURNS-LINE.
       0280-END.

       0290-WRITE-ITEM.
           MOVE WS-ED-TRACE-NO TO ACI-TRACE-NO
           MOVE WS-ED-ACC-ID TO ACI-ACC-ID
           MOVE WS-ITEM-TYPE TO ACI-TYPE
           MOVE WS-ED-AMOUNT TO ACI-AMOUNT
           MOVE WS-BH-COMPANY-ID TO ACI-COMPANY-ID
           MOVE WS-BH-COMPANY-NAME TO ACI-COMPANY-NAME
           MOVE WS-BH-ENTRY-CLASS TO ACI-ENTRY-CLASS
           MOVE WS-ED-INDIV-NAME TO ACI-INDIV-NAME
           MOVE WS-BUS-DATE TO ACI-RECEIVED-AT
           IF WS-RETURN-CODE = SPACES
              MOVE "POSTED" TO ACI-STATUS
           ELSE
              MOVE "RETURNED" TO ACI-STATUS
           END-IF
           MOVE WS-RETURN-CODE TO ACI-RETURN-CODE
           MOVE WS-ITEM-TR-ID TO ACI-TR-ID

           WRITE ACI-DETAILS
              INVALID KEY
                 MOVE ACH-ITEMS-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "WRITING ACH ITEM" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
           END-WRITE.
       0290-END.

       0400-POST-SETTLEMENT.
           COMPUTE WS-NET-SETTLEMENT =
                   WS-POSTED-CREDITS - WS-POSTED-DEBITS

           IF WS-NET-SETTLEMENT = ZEROES
              GO TO 0400-END
           END-IF

           IF WS-SETTLEMENT-ACC = ZEROES
              DISPLAY "NO SETTLEMENT ACCOUNT IN intacct.CTL - THE "
                      "ACH SETTLEMENT ENTRY WAS NOT POSTED."
              GO TO 0400-END
           END-IF

           MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
           IF WS-NET-SETTLEMENT > ZEROES
              MOVE "DEBIT" TO WS-PR-TYPE
              MOVE WS-NET-SETTLEMENT TO WS-PR-AMOUNT
           ELSE
              MOVE "CREDIT" TO WS-PR-TYPE
              COMPUTE WS-PR-AMOUNT = ZERO - WS-NET-SETTLEMENT
           END-IF
           MOVE "ACH INBOUND SETTLE" TO WS-PR-DESC
           MOVE "ACH" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "ACH" TO WS-PR-CHANNEL
           MOVE "S" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              DISPLAY "ERROR POSTING ACH SETTLEMENT ENTRY - "
                      WS-RS-REASON
              MOVE 4 TO RETURN-CODE
              GO TO 0400-END
           END-IF

           DISPLAY "ACH SETTLEMENT " WS-PR-TYPE " OF " WS-PR-AMOUNT
                   " POSTED TO ACCOUNT " WS-SETTLEMENT-ACC.
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
                  " " WS-AUDIT-OPERATOR " processAchInbound: "
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
                  " processAchInbound " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.

       0950-ABORT-PROGRAM.
           DISPLAY "INBOUND ACH PROCESSING ABANDONED - NO FURTHER "
                   "ENTRIES WERE POSTED."
           MOVE 8 TO RETURN-CODE
           EXIT PROGRAM.
       0950-END.
