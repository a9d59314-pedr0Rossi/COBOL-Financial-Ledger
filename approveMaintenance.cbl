           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLDS-CHECK-STATUS.

       SELECT BENEFICIARIES ASSIGN TO "beneficiaries.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-KEY
           FILE STATUS IS BENEFICIARIES-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.
           05 HOLD-CREATED-AT        PIC X(10).
           05 HOLD-STATUS            PIC X(8).

       FD  BENEFICIARIES.
       01  BEN-DETAILS.
           05 BEN-KEY.
               10 BEN-ACC-ID         PIC 9(8).
               10 BEN-SEQ            PIC 9(2).
           05 BEN-NAME               PIC X(30).
           05 BEN-RELATION           PIC X(12).
           05 BEN-SHARE-PCT          PIC 9(3)V99.
           05 BEN-PHONE              PIC X(15).
           05 BEN-ADDRESS            PIC X(30).
           05 BEN-STATUS             PIC X(8).
           05 BEN-ADDED              PIC X(10).
           05 BEN-PAID-AMOUNT        PIC 9(9)V99.
           05 BEN-PAID-DATE          PIC X(10).
           05 BEN-PAID-TR-ID         PIC 9(9).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD        PIC X(120).

       01  CUSTOMERS-CHECK-STATUS   PIC XX.
       01  ACCT-TYPES-CHECK-STATUS  PIC XX.
       01  HOLDS-CHECK-STATUS       PIC XX.
       01  BENEFICIARIES-CHECK-STATUS PIC XX.
       01  AUDIT-LOG-CHECK-STATUS   PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-ACTIVE-HOLD-COUNT    PIC 9(5).
       01  WS-NEW-CUST-ID          PIC 9(6).

       01  WS-EOF-BENEFICIARIES    PIC X VALUE "N".
           88  EOF-BENEFICIARIES   VALUE "Y".
           88  NOT-EOF-BENEFICIARIES VALUE "N".

       01  WS-BEN-CHANGE.
           05 WS-BCH-ACTION        PIC X(6).
           05 FILLER               PIC X.
           05 WS-BCH-SEQ           PIC 9(2).
           05 FILLER               PIC X.
           05 WS-BCH-NAME          PIC X(20).

       01  WS-CLOSE-CHANGE.
           05 WS-CCH-STATUS        PIC X(7).
           05 FILLER               PIC X.
           05 WS-CCH-REASON        PIC X(4).
           05 FILLER               PIC X.
           05 WS-CCH-LOST-BAL      PIC 9(9)V99.
           05 FILLER               PIC X.
           05 WS-CCH-SOURCE        PIC X(1).
           05 FILLER               PIC X(4).

       01  WS-CLS-ACC-ID           PIC 9(8).
       01  WS-CLS-REASON           PIC X(4).
       01  WS-CLS-SOURCE           PIC X(8).
       01  WS-CLS-BALANCE          PIC 9(9)V99.
       01  WS-CLS-CLOSED-BY        PIC X(8).

       01  WS-BEN-SHARE            PIC 9(3)V99.
       01  WS-SHARE-TOTAL          PIC 9(5)V99.

       01  WS-NOTICE-ACC-ID        PIC 9(8).
       01  WS-NOTICE-EVENT         PIC X(12).
       01  WS-NOTICE-TEXT          PIC X(60).

       01  WS-INSIDER-OP-ID        PIC X(8).
       01  WS-INSIDER-ACTION       PIC X(12).
       01  WS-INSIDER-RESULT       PIC X.
           88  WS-INSIDER-BLOCKED  VALUE "B".

       PROCEDURE DIVISION.

       0100-MAIN.

           EVALUATE TRUE
              WHEN WS-APPROVE
                 MOVE SPACES TO WS-INSIDER-OP-ID
                 MOVE "MAINT APPRV" TO WS-INSIDER-ACTION
                 CALL "checkInsider" USING WS-INSIDER-OP-ID
                      PCH-ACC-ID WS-INSIDER-ACTION WS-INSIDER-RESULT
                 IF WS-INSIDER-BLOCKED
                    DISPLAY "THE CHANGE WAS NOT APPLIED."
                 ELSE
                    PERFORM 0200-APPLY-CHANGE THRU 0200-END
                 END-IF
              WHEN WS-REJECT
                 PERFORM 0300-REJECT-CHANGE
              WHEN OTHER

           EVALUATE PCH-FIELD
              WHEN "STATUS"
                 PERFORM 0220-APPLY-STATUS-CHANGE THRU 0220-END
              WHEN "NAME"
                 MOVE PCH-NEW-VALUE(1:13) TO FS-FULLNAME
                 MOVE "ACCOUNTS" TO WS-JNL-FILE
                 REWRITE FS-ACC-DETAILS
                 PERFORM 0280-MARK-APPLIED
              WHEN "TYPE"
                 PERFORM 0240-APPLY-TYPE-CHANGE THRU 0240-END
              WHEN "CUSTID"
                 PERFORM 0260-APPLY-CUSTID-CHANGE THRU 0260-END
              WHEN "BENEFICIARY"
                 PERFORM 0270-APPLY-BENEFICIARY-CHANGE THRU 0270-END
              WHEN OTHER
                 DISPLAY "UNRECOGNIZED CHANGE FIELD " PCH-FIELD
           END-EVALUATE
                         FS-BALANCE " - CLOSE NOT APPLIED."
                 GO TO 0220-END
              END-IF
              PERFORM 0230-COUNT-ACTIVE-HOLDS THRU 0230-END
              IF WS-ACTIVE-HOLD-COUNT > ZEROES
                 DISPLAY "ACTIVE HOLDS EXIST - CLOSE NOT APPLIED."
                 GO TO 0220-END
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           REWRITE FS-ACC-DETAILS

           IF FS-STATUS = "CLOSED"
              PERFORM 0225-RECORD-CLOSURE THRU 0225-END
           END-IF

           IF PCH-OLD-VALUE(1:7) = "CLOSED "
              AND FS-STATUS NOT = "CLOSED"
              MOVE PCH-ACC-ID TO WS-CLS-ACC-ID
              MOVE SPACES TO WS-CLS-REASON
              MOVE "REOPEN" TO WS-CLS-SOURCE
              MOVE ZEROES TO WS-CLS-BALANCE
              MOVE WS-AUDIT-OPERATOR TO WS-CLS-CLOSED-BY
              CALL "recordClosure" USING WS-CLS-ACC-ID WS-CLS-REASON
                   WS-CLS-SOURCE WS-CLS-BALANCE WS-CLS-CLOSED-BY
           END-IF

           IF FS-STATUS = "FROZEN"
              MOVE PCH-ACC-ID TO WS-NOTICE-ACC-ID
              MOVE "FROZEN" TO WS-NOTICE-EVENT
           PERFORM 0280-MARK-APPLIED.
       0220-END.

       0225-RECORD-CLOSURE.
           MOVE PCH-NEW-VALUE TO WS-CLOSE-CHANGE
           MOVE PCH-ACC-ID TO WS-CLS-ACC-ID
           MOVE WS-CCH-REASON TO WS-CLS-REASON
           MOVE "TELLER" TO WS-CLS-SOURCE
           IF WS-CCH-SOURCE = "E"
              MOVE "ESTATE" TO WS-CLS-SOURCE
           END-IF
           MOVE ZEROES TO WS-CLS-BALANCE
           IF WS-CCH-LOST-BAL NUMERIC
              MOVE WS-CCH-LOST-BAL TO WS-CLS-BALANCE
           END-IF
           MOVE PCH-REQUESTED-BY TO WS-CLS-CLOSED-BY
           CALL "recordClosure" USING WS-CLS-ACC-ID WS-CLS-REASON
                WS-CLS-SOURCE WS-CLS-BALANCE WS-CLS-CLOSED-BY.
       0225-END.

       0230-COUNT-ACTIVE-HOLDS.
           MOVE ZEROES TO WS-ACTIVE-HOLD-COUNT

           PERFORM 0280-MARK-APPLIED.
       0260-END.

       0270-APPLY-BENEFICIARY-CHANGE.
           MOVE PCH-NEW-VALUE TO WS-BEN-CHANGE

           OPEN I-O BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BENEFICIARIES FILE - NOT "
                      "APPLIED."
              GO TO 0270-END
           END-IF

           MOVE PCH-ACC-ID TO BEN-ACC-ID
           MOVE WS-BCH-SEQ TO BEN-SEQ
           READ BENEFICIARIES KEY IS BEN-KEY
              INVALID KEY
                 DISPLAY "THE BENEFICIARY NO LONGER EXISTS - NOT "
                         "APPLIED."
                 CLOSE BENEFICIARIES
                 GO TO 0270-END
           END-READ

           IF WS-BCH-ACTION = "REMOVE"
              IF BEN-STATUS NOT = "ACTIVE"
                 DISPLAY "THE BENEFICIARY IS NO LONGER ACTIVE ("
                         BEN-STATUS ") - NOT APPLIED."
                 CLOSE BENEFICIARIES
                 GO TO 0270-END
              END-IF
              MOVE "REMOVED" TO BEN-STATUS
           ELSE
              IF BEN-STATUS NOT = "PENDING"
                 DISPLAY "THE BENEFICIARY IS NOT AWAITING APPROVAL ("
                         BEN-STATUS ") - NOT APPLIED."
                 CLOSE BENEFICIARIES
                 GO TO 0270-END
              END-IF
              MOVE BEN-SHARE-PCT TO WS-BEN-SHARE
              PERFORM 0275-SUM-ACTIVE-SHARES
              MOVE PCH-ACC-ID TO BEN-ACC-ID
              MOVE WS-BCH-SEQ TO BEN-SEQ
              READ BENEFICIARIES KEY IS BEN-KEY
              IF WS-SHARE-TOTAL + WS-BEN-SHARE > 100
                 DISPLAY "ACTIVE SHARES WOULD EXCEED 100 PCT - NOT "
                         "APPLIED."
                 CLOSE BENEFICIARIES
                 GO TO 0270-END
              END-IF
              MOVE "ACTIVE" TO BEN-STATUS
           END-IF

           REWRITE BEN-DETAILS
           CLOSE BENEFICIARIES
           PERFORM 0280-MARK-APPLIED.
       0270-END.

       0275-SUM-ACTIVE-SHARES.
           MOVE ZEROES TO WS-SHARE-TOTAL

           MOVE PCH-ACC-ID TO BEN-ACC-ID
           MOVE ZEROES TO BEN-SEQ
           SET NOT-EOF-BENEFICIARIES TO TRUE
           START BENEFICIARIES KEY IS NOT LESS THAN BEN-KEY
              INVALID KEY
                 SET EOF-BENEFICIARIES TO TRUE
           END-START

           PERFORM UNTIL EOF-BENEFICIARIES
              READ BENEFICIARIES NEXT RECORD
                 AT END
                    SET EOF-BENEFICIARIES TO TRUE
                 NOT AT END
                    IF BEN-ACC-ID NOT = PCH-ACC-ID
                       SET EOF-BENEFICIARIES TO TRUE
                    ELSE
                       IF BEN-STATUS = "ACTIVE"
                          ADD BEN-SHARE-PCT TO WS-SHARE-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0275-END.

       0280-MARK-APPLIED.
           MOVE "APPLIED" TO PCH-STATUS
           MOVE WS-AUDIT-OPERATOR TO PCH-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO PCH-DECIDED-AT
           REWRITE PCH-DETAILS

           IF PCH-FIELD = "BENEFICIARY"
              PERFORM 0310-REJECT-BENEFICIARY THRU 0310-END
           END-IF

           STRING "REJECTED CHG " PCH-ID " ON ACCT " PCH-ACC-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT
           DISPLAY "CHANGE REJECTED - THE ACCOUNT IS UNCHANGED.".
       0300-END.

       0310-REJECT-BENEFICIARY.
           MOVE PCH-NEW-VALUE TO WS-BEN-CHANGE
           IF WS-BCH-ACTION NOT = "ADD"
              GO TO 0310-END
           END-IF

           OPEN I-O BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS NOT = "00"
              GO TO 0310-END
           END-IF

           MOVE PCH-ACC-ID TO BEN-ACC-ID
           MOVE WS-BCH-SEQ TO BEN-SEQ
           READ BENEFICIARIES KEY IS BEN-KEY
              NOT INVALID KEY
                 IF BEN-STATUS = "PENDING"
                    MOVE "REJECTED" TO BEN-STATUS
                    REWRITE BEN-DETAILS
                 END-IF
           END-READ

           CLOSE BENEFICIARIES.
       0310-END.

       0880-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           CALL "auditSeq" USING WS-AUDIT-SEQ
