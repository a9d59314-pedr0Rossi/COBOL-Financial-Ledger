       IDENTIFICATION DIVISION.
       PROGRAM-ID. subledgerRecon.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT TRANSACTIONS ASSIGN TO "transactions.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           ALTERNATE RECORD KEY IS TR-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS TRANSACTIONS-CHECK-STATUS.

       SELECT GL-PRODUCTS ASSIGN TO "glproducts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLP-KEY
           FILE STATUS IS GL-PRODUCTS-CHECK-STATUS.

       SELECT GL-RULES ASSIGN TO "glrules.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLR-TC-CODE
           FILE STATUS IS GL-RULES-CHECK-STATUS.

       SELECT GL-JOURNAL ASSIGN TO "gljournal.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GLJ-ID
           FILE STATUS IS GL-JOURNAL-CHECK-STATUS.

       SELECT CHART-ACCTS ASSIGN TO "chartaccts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GL-ACCT-NO
           FILE STATUS IS CHART-CHECK-STATUS.

       SELECT SEQ-FILE ASSIGN TO "trseq.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEQ-NAME
           FILE STATUS IS SEQ-CHECK-STATUS.

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

       FD  TRANSACTIONS.
       01 FD-TRANSACTION-DETAILS.
           05 TR-KEY.
               10 TR-ID              PIC 9(9).
               10 TR-ACC-ID          PIC 9(8).
           05 TR-TYPE                PIC X(6).
           05 TR-AMOUNT              PIC 9(9)V99.
           05 TR-DESC                PIC X(20).
           05 TR-DATE                PIC X(10).
           05 TR-STATUS              PIC X(8).
           05 TR-BRANCH              PIC X(4).
           05 TR-CHECK-NO            PIC 9(6).
           05 TR-SETTLED             PIC X(1).
           05 TR-TXN-CODE            PIC X(4).
           05 TR-RELATED-ID          PIC 9(9).

       FD  GL-PRODUCTS.
       01  GLP-DETAILS.
           05 GLP-KEY.
              10 GLP-ACC-TYPE        PIC X(10).
              10 GLP-CURRENCY        PIC X(3).
           05 GLP-GL-ACCT            PIC 9(6).
           05 GLP-STATUS             PIC X(8).

       FD  GL-RULES.
       01  GLR-DETAILS.
           05 GLR-TC-CODE            PIC X(4).
           05 GLR-DR-ACCT            PIC 9(6).
           05 GLR-CR-ACCT            PIC 9(6).
           05 GLR-STATUS             PIC X(8).

       FD  GL-JOURNAL.
       01  GLJ-DETAILS.
           05 GLJ-ID                 PIC 9(9).
           05 GLJ-DATE               PIC X(10).
           05 GLJ-TC-CODE            PIC X(4).
           05 GLJ-DR-ACCT            PIC 9(6).
           05 GLJ-CR-ACCT            PIC 9(6).
           05 GLJ-AMOUNT             PIC 9(9)V99.
           05 GLJ-TR-ID              PIC 9(9).
           05 GLJ-BRANCH             PIC X(4).

       FD  CHART-ACCTS.
       01  GL-DETAILS.
           05 GL-ACCT-NO             PIC 9(6).
           05 GL-ACCT-NAME           PIC X(30).
           05 GL-ACCT-TYPE           PIC X(9).
           05 GL-STATUS              PIC X(8).

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05 SEQ-NAME               PIC X(10).
           05 SEQ-NEXT-ID            PIC 9(9).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(132).

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

       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  GL-PRODUCTS-CHECK-STATUS  PIC XX.
       01  GL-RULES-CHECK-STATUS     PIC XX.
       01  GL-JOURNAL-CHECK-STATUS   PIC XX.
       01  CHART-CHECK-STATUS        PIC XX.
       01  SEQ-CHECK-STATUS          PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-EOF-FILE               PIC X VALUE "N".
           88  EOF-FILE              VALUE "Y".
           88  NOT-EOF-FILE          VALUE "N".

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

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-LAST-JOURNALED         PIC 9(9).
       01  WS-RULES-OPEN             PIC X VALUE "N".

       01  WS-PRODUCT-TABLE.
           05 WS-PR-ENTRY OCCURS 200 TIMES.
              10 WS-PR-TYPE          PIC X(10).
              10 WS-PR-CURRENCY      PIC X(3).
              10 WS-PR-GL-ACCT       PIC 9(6).
              10 WS-PR-CTL-IDX       PIC 9(3).
              10 WS-PR-ACCOUNTS      PIC 9(7).
              10 WS-PR-TOTAL         PIC S9(13)V99.
              10 WS-PR-PENDING       PIC S9(13)V99.
       01  WS-PR-COUNT               PIC 9(3).
       01  WS-PR-IDX                 PIC 9(3).
       01  WS-PR-FOUND               PIC 9(3).

       01  WS-CONTROL-TABLE.
           05 WS-CT-ENTRY OCCURS 200 TIMES.
              10 WS-CT-GL-ACCT       PIC 9(6).
              10 WS-CT-NAME          PIC X(30).
              10 WS-CT-SUBLEDGER     PIC S9(13)V99.
              10 WS-CT-GL-DEBITS     PIC S9(13)V99.
              10 WS-CT-GL-CREDITS    PIC S9(13)V99.
              10 WS-CT-PENDING       PIC S9(13)V99.
       01  WS-CT-COUNT               PIC 9(3).
       01  WS-CT-IDX                 PIC 9(3).
       01  WS-CT-FOUND               PIC 9(3).

       01  WS-PENDING-TABLE.
           05 WS-PT-ENTRY OCCURS 1000 TIMES.
              10 WS-PT-TR-ID         PIC 9(9).
              10 WS-PT-ACC-ID        PIC 9(8).
              10 WS-PT-TYPE          PIC X(6).
              10 WS-PT-AMOUNT        PIC 9(9)V99.
              10 WS-PT-DATE          PIC X(10).
              10 WS-PT-CODE          PIC X(4).
              10 WS-PT-REASON        PIC X(16).
              10 WS-PT-CTL-IDX       PIC 9(3).
       01  WS-PT-COUNT               PIC 9(4).
       01  WS-PT-IDX                 PIC 9(4).
       01  WS-PT-OVERFLOW            PIC 9(7).

       01  WS-UNJ-REASON             PIC X(16).
       01  WS-SIGNED-AMOUNT          PIC S9(11)V99.
       01  WS-GL-BALANCE             PIC S9(13)V99.
       01  WS-DIFFERENCE             PIC S9(13)V99.
       01  WS-UNEXPLAINED            PIC S9(13)V99.
       01  WS-CT-STATE               PIC X(9).

       01  WS-BREAK-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-UNMAPPED-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-ACC-COUNT              PIC 9(7) VALUE ZEROES.

       01  WS-AMOUNT-OUT             PIC -(12)9.99.
       01  WS-AMOUNT-OUT-2           PIC -(12)9.99.
       01  WS-AMOUNT-OUT-3           PIC -(12)9.99.
       01  WS-AMOUNT-OUT-4           PIC -(12)9.99.
       01  WS-AMOUNT-OUT-5           PIC -(12)9.99.
       01  WS-TXN-AMOUNT-OUT         PIC Z(8)9.99.

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-PR-COUNT
           MOVE ZEROES TO WS-CT-COUNT
           MOVE ZEROES TO WS-PT-COUNT
           MOVE ZEROES TO WS-PT-OVERFLOW
           MOVE ZEROES TO WS-BREAK-COUNT
           MOVE ZEROES TO WS-UNMAPPED-COUNT
           MOVE ZEROES TO WS-ACC-COUNT

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           OPEN INPUT GL-PRODUCTS
           IF GL-PRODUCTS-CHECK-STATUS NOT = "00"
              DISPLAY "NO PRODUCT CONTROL ACCOUNTS ARE MAPPED - "
                      "SUBLEDGER RECONCILIATION SKIPPED."
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0150-LOAD-PRODUCTS THRU 0150-END
           CLOSE GL-PRODUCTS

           IF WS-PR-COUNT = ZEROES
              DISPLAY "NO PRODUCT CONTROL ACCOUNTS ARE MAPPED - "
                      "SUBLEDGER RECONCILIATION SKIPPED."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0200-TOTAL-SUBLEDGER THRU 0200-END

           PERFORM 0300-FIND-UNJOURNALIZED THRU 0300-END
           IF RETURN-CODE NOT = 0
              CLOSE ACCOUNTS
              GO TO 0900-END-PROGRAM
           END-IF

           CLOSE ACCOUNTS

           PERFORM 0400-TOTAL-GL THRU 0400-END

           PERFORM 0500-WRITE-REPORT THRU 0500-END

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SUBLEDGER RECON CONTROLS " WS-CT-COUNT
                  " BREAKS " WS-BREAK-COUNT
                  " UNJOURNALIZED " WS-PT-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           IF WS-BREAK-COUNT > ZEROES
              DISPLAY "*** " WS-BREAK-COUNT " UNEXPLAINED SUBLEDGER "
                      "TO GL BREAKS - SEE " WS-REPORT-NAME " ***"
              MOVE "00" TO WS-ERR-CODE
              MOVE "UNEXPLAINED SUBLEDGER BREAK" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              MOVE 8 TO RETURN-CODE
           END-IF

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-LOAD-PRODUCTS.
           OPEN INPUT CHART-ACCTS

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ GL-PRODUCTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF GLP-STATUS = "ACTIVE" AND WS-PR-COUNT < 200
                       ADD 1 TO WS-PR-COUNT
                       MOVE GLP-ACC-TYPE TO WS-PR-TYPE(WS-PR-COUNT)
                       MOVE GLP-CURRENCY
                            TO WS-PR-CURRENCY(WS-PR-COUNT)
                       MOVE GLP-GL-ACCT TO WS-PR-GL-ACCT(WS-PR-COUNT)
                       MOVE ZEROES TO WS-PR-ACCOUNTS(WS-PR-COUNT)
                       MOVE ZEROES TO WS-PR-TOTAL(WS-PR-COUNT)
                       MOVE ZEROES TO WS-PR-PENDING(WS-PR-COUNT)
                       PERFORM 0160-ADD-CONTROL THRU 0160-END
                       MOVE WS-CT-FOUND TO WS-PR-CTL-IDX(WS-PR-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           IF CHART-CHECK-STATUS = "00"
              CLOSE CHART-ACCTS
           END-IF.
       0150-END.

       0160-ADD-CONTROL.
           MOVE ZEROES TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-CT-FOUND > ZEROES
              IF WS-CT-GL-ACCT(WS-CT-IDX) = GLP-GL-ACCT
                 MOVE WS-CT-IDX TO WS-CT-FOUND
              END-IF
           END-PERFORM

           IF WS-CT-FOUND > ZEROES
              GO TO 0160-END
           END-IF

           ADD 1 TO WS-CT-COUNT
           MOVE WS-CT-COUNT TO WS-CT-FOUND
           MOVE GLP-GL-ACCT TO WS-CT-GL-ACCT(WS-CT-FOUND)
           MOVE "(NOT ON THE CHART)" TO WS-CT-NAME(WS-CT-FOUND)
           MOVE ZEROES TO WS-CT-SUBLEDGER(WS-CT-FOUND)
           MOVE ZEROES TO WS-CT-GL-DEBITS(WS-CT-FOUND)
           MOVE ZEROES TO WS-CT-GL-CREDITS(WS-CT-FOUND)
           MOVE ZEROES TO WS-CT-PENDING(WS-CT-FOUND)

           IF CHART-CHECK-STATUS = "00"
              MOVE GLP-GL-ACCT TO GL-ACCT-NO
              READ CHART-ACCTS KEY IS GL-ACCT-NO
                 NOT INVALID KEY
                    MOVE GL-ACCT-NAME TO WS-CT-NAME(WS-CT-FOUND)
              END-READ
           END-IF.
       0160-END.

       0170-FIND-PRODUCT.
           MOVE ZEROES TO WS-PR-FOUND
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-FOUND > ZEROES
              IF WS-PR-TYPE(WS-PR-IDX) = FD-TYPE
                 AND WS-PR-CURRENCY(WS-PR-IDX) = FD-CURRENCY
                 MOVE WS-PR-IDX TO WS-PR-FOUND
              END-IF
           END-PERFORM.
       0170-END.

       0200-TOTAL-SUBLEDGER.
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ACC-COUNT
                    PERFORM 0210-ADD-ACCOUNT THRU 0210-END
              END-READ
           END-PERFORM.
       0200-END.

       0210-ADD-ACCOUNT.
           PERFORM 0170-FIND-PRODUCT THRU 0170-END

           IF WS-PR-FOUND = ZEROES
              IF FD-BALANCE NOT = ZEROES
                 PERFORM 0220-ADD-UNMAPPED THRU 0220-END
              END-IF
              GO TO 0210-END
           END-IF

           ADD 1 TO WS-PR-ACCOUNTS(WS-PR-FOUND)
           ADD FD-BALANCE TO WS-PR-TOTAL(WS-PR-FOUND)
           MOVE WS-PR-CTL-IDX(WS-PR-FOUND) TO WS-CT-IDX
           ADD FD-BALANCE TO WS-CT-SUBLEDGER(WS-CT-IDX).
       0210-END.

       0220-ADD-UNMAPPED.
           IF WS-PR-COUNT NOT < 200
              GO TO 0220-END
           END-IF

           ADD 1 TO WS-PR-COUNT
           MOVE FD-TYPE TO WS-PR-TYPE(WS-PR-COUNT)
           MOVE FD-CURRENCY TO WS-PR-CURRENCY(WS-PR-COUNT)
           MOVE ZEROES TO WS-PR-GL-ACCT(WS-PR-COUNT)
           MOVE ZEROES TO WS-PR-CTL-IDX(WS-PR-COUNT)
           MOVE 1 TO WS-PR-ACCOUNTS(WS-PR-COUNT)
           MOVE FD-BALANCE TO WS-PR-TOTAL(WS-PR-COUNT)
           MOVE ZEROES TO WS-PR-PENDING(WS-PR-COUNT)
           ADD 1 TO WS-UNMAPPED-COUNT.
       0220-END.

       0300-FIND-UNJOURNALIZED.
           MOVE ZEROES TO WS-LAST-JOURNALED
           OPEN INPUT SEQ-FILE
           IF SEQ-CHECK-STATUS = "00"
              MOVE "GLLASTID" TO SEQ-NAME
              READ SEQ-FILE KEY IS SEQ-NAME
                 NOT INVALID KEY
                    MOVE SEQ-NEXT-ID TO WS-LAST-JOURNALED
              END-READ
              CLOSE SEQ-FILE
           END-IF

           OPEN INPUT TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING TRANSACTIONS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              MOVE 8 TO RETURN-CODE
              GO TO 0300-END
           END-IF

           MOVE "N" TO WS-RULES-OPEN
           OPEN INPUT GL-RULES
           IF GL-RULES-CHECK-STATUS = "00"
              MOVE "Y" TO WS-RULES-OPEN
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ TRANSACTIONS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF TR-STATUS = "ACTIVE"
                       PERFORM 0310-CHECK-TRANSACTION THRU 0310-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TRANSACTIONS
           IF WS-RULES-OPEN = "Y"
              CLOSE GL-RULES
           END-IF.
       0300-END.

       0310-CHECK-TRANSACTION.
           MOVE SPACES TO WS-UNJ-REASON

           IF TR-ID > WS-LAST-JOURNALED
              MOVE "NOT YET JOURNAL" TO WS-UNJ-REASON
           ELSE
              IF WS-RULES-OPEN NOT = "Y"
                 MOVE "NO GL RULE" TO WS-UNJ-REASON
              ELSE
                 MOVE TR-TXN-CODE TO GLR-TC-CODE
                 READ GL-RULES KEY IS GLR-TC-CODE
                    INVALID KEY
                       MOVE "NO GL RULE" TO WS-UNJ-REASON
                    NOT INVALID KEY
                       IF GLR-STATUS NOT = "ACTIVE"
                          MOVE "GL RULE INACTIVE" TO WS-UNJ-REASON
                       END-IF
                 END-READ
              END-IF
           END-IF

           IF WS-UNJ-REASON = SPACES
              GO TO 0310-END
           END-IF

           MOVE TR-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 GO TO 0310-END
           END-READ

           PERFORM 0170-FIND-PRODUCT THRU 0170-END
           IF WS-PR-FOUND = ZEROES
              GO TO 0310-END
           END-IF
           IF WS-PR-CTL-IDX(WS-PR-FOUND) = ZEROES
              GO TO 0310-END
           END-IF

           IF TR-TYPE = "CREDIT"
              MOVE TR-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
              COMPUTE WS-SIGNED-AMOUNT = 0 - TR-AMOUNT
           END-IF

           ADD WS-SIGNED-AMOUNT TO WS-PR-PENDING(WS-PR-FOUND)
           MOVE WS-PR-CTL-IDX(WS-PR-FOUND) TO WS-CT-IDX
           ADD WS-SIGNED-AMOUNT TO WS-CT-PENDING(WS-CT-IDX)

           IF WS-PT-COUNT NOT < 1000
              ADD 1 TO WS-PT-OVERFLOW
              GO TO 0310-END
           END-IF

           ADD 1 TO WS-PT-COUNT
           MOVE TR-ID TO WS-PT-TR-ID(WS-PT-COUNT)
           MOVE TR-ACC-ID TO WS-PT-ACC-ID(WS-PT-COUNT)
           MOVE TR-TYPE TO WS-PT-TYPE(WS-PT-COUNT)
           MOVE TR-AMOUNT TO WS-PT-AMOUNT(WS-PT-COUNT)
           MOVE TR-DATE TO WS-PT-DATE(WS-PT-COUNT)
           MOVE TR-TXN-CODE TO WS-PT-CODE(WS-PT-COUNT)
           MOVE WS-UNJ-REASON TO WS-PT-REASON(WS-PT-COUNT)
           MOVE WS-CT-IDX TO WS-PT-CTL-IDX(WS-PT-COUNT).
       0310-END.

       0400-TOTAL-GL.
           OPEN INPUT GL-JOURNAL
           IF GL-JOURNAL-CHECK-STATUS NOT = "00"
              GO TO 0400-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ GL-JOURNAL NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                       IF WS-CT-GL-ACCT(WS-CT-IDX) = GLJ-DR-ACCT
                          ADD GLJ-AMOUNT TO WS-CT-GL-DEBITS(WS-CT-IDX)
                       END-IF
                       IF WS-CT-GL-ACCT(WS-CT-IDX) = GLJ-CR-ACCT
                          ADD GLJ-AMOUNT
                              TO WS-CT-GL-CREDITS(WS-CT-IDX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM

           CLOSE GL-JOURNAL.
       0400-END.

       0500-WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-NAME
           STRING "glrecon_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING RECONCILIATION REPORT" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              GO TO 0500-END
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "SUBLEDGER TO GENERAL LEDGER RECONCILIATION AS OF "
                  WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PRODUCTS (ACCOUNT TYPE / CURRENCY):"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PR-COUNT
              PERFORM 0510-WRITE-PRODUCT THRU 0510-END
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CONTROL ACCOUNTS (GL BALANCE = CREDITS - DEBITS):"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-COUNT
              PERFORM 0520-WRITE-CONTROL THRU 0520-END
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSACTIONS NOT YET IN THE GL JOURNAL:"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PT-COUNT
              MOVE WS-PT-AMOUNT(WS-PT-IDX) TO WS-TXN-AMOUNT-OUT
              MOVE WS-PT-CTL-IDX(WS-PT-IDX) TO WS-CT-IDX
              MOVE SPACES TO REPORT-LINE
              STRING "  TXN " WS-PT-TR-ID(WS-PT-IDX)
                     " ACC " WS-PT-ACC-ID(WS-PT-IDX)
                     " " WS-PT-DATE(WS-PT-IDX)
                     " " WS-PT-TYPE(WS-PT-IDX)
                     " " WS-TXN-AMOUNT-OUT
                     " CODE " WS-PT-CODE(WS-PT-IDX)
                     " GL " WS-CT-GL-ACCT(WS-CT-IDX)
                     " " WS-PT-REASON(WS-PT-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM

           IF WS-PT-COUNT = ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "  NONE - EVERY POSTED TRANSACTION IS JOURNALIZED."
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           IF WS-PT-OVERFLOW > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "  ... AND " WS-PT-OVERFLOW " MORE (INCLUDED "
                     "IN THE TOTALS ABOVE)."
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-BREAK-COUNT = ZEROES
              STRING "THE SUBLEDGERS RECONCILE TO THE GENERAL LEDGER "
                     "(" WS-ACC-COUNT " ACCOUNTS)."
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "*** " WS-BREAK-COUNT " UNEXPLAINED BREAKS - "
                     "THE LEDGER IS NOT RECONCILED ***"
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT

           DISPLAY "SUBLEDGER RECONCILIATION WRITTEN TO "
                   WS-REPORT-NAME

           MOVE "GL RECONCILIATION" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS.
       0500-END.

       0510-WRITE-PRODUCT.
           MOVE WS-PR-TOTAL(WS-PR-IDX) TO WS-AMOUNT-OUT
           MOVE WS-PR-PENDING(WS-PR-IDX) TO WS-AMOUNT-OUT-2
           MOVE SPACES TO REPORT-LINE

           IF WS-PR-CTL-IDX(WS-PR-IDX) = ZEROES
              ADD 1 TO WS-BREAK-COUNT
              STRING "  " WS-PR-TYPE(WS-PR-IDX) " "
                     WS-PR-CURRENCY(WS-PR-IDX)
                     " NO CONTROL ACCOUNT    BALANCE " WS-AMOUNT-OUT
                     "  *** BREAK - PRODUCT NOT MAPPED ***"
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "  " WS-PR-TYPE(WS-PR-IDX) " "
                     WS-PR-CURRENCY(WS-PR-IDX)
                     " GL " WS-PR-GL-ACCT(WS-PR-IDX)
                     " ACCOUNTS " WS-PR-ACCOUNTS(WS-PR-IDX)
                     " BALANCE " WS-AMOUNT-OUT
                     " UNJOURNALIZED " WS-AMOUNT-OUT-2
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
       0510-END.

       0520-WRITE-CONTROL.
           COMPUTE WS-GL-BALANCE = WS-CT-GL-CREDITS(WS-CT-IDX)
                                 - WS-CT-GL-DEBITS(WS-CT-IDX)
           COMPUTE WS-DIFFERENCE = WS-CT-SUBLEDGER(WS-CT-IDX)
                                 - WS-GL-BALANCE
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE
                                  - WS-CT-PENDING(WS-CT-IDX)

           EVALUATE TRUE
              WHEN WS-DIFFERENCE = ZEROES
                 MOVE "OK" TO WS-CT-STATE
              WHEN WS-UNEXPLAINED = ZEROES
                 MOVE "EXPLAINED" TO WS-CT-STATE
              WHEN OTHER
                 MOVE "BREAK" TO WS-CT-STATE
                 ADD 1 TO WS-BREAK-COUNT
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           STRING "  GL " WS-CT-GL-ACCT(WS-CT-IDX) " "
                  WS-CT-NAME(WS-CT-IDX) " " WS-CT-STATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CT-SUBLEDGER(WS-CT-IDX) TO WS-AMOUNT-OUT
           MOVE WS-GL-BALANCE TO WS-AMOUNT-OUT-2
           MOVE WS-DIFFERENCE TO WS-AMOUNT-OUT-3
           MOVE WS-CT-PENDING(WS-CT-IDX) TO WS-AMOUNT-OUT-4
           MOVE WS-UNEXPLAINED TO WS-AMOUNT-OUT-5

           MOVE SPACES TO REPORT-LINE
           STRING "     SUBLEDGER " WS-AMOUNT-OUT
                  "  GL " WS-AMOUNT-OUT-2
                  "  DIFFERENCE " WS-AMOUNT-OUT-3
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "     UNJOURNALIZED " WS-AMOUNT-OUT-4
                  "  UNEXPLAINED " WS-AMOUNT-OUT-5
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0520-END.

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
                  " " WS-AUDIT-OPERATOR " subledgerRecon: "
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
                  " subledgerRecon " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
