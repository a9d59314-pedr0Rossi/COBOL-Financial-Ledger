           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DORMANCY-CHECK-STATUS.

       SELECT RETURNED-MAIL ASSIGN TO "returnedmail.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CUST-ID
           FILE STATUS IS RETURNED-MAIL-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-CHECK-STATUS.

       SELECT CLOSE-REASONS ASSIGN TO "closereasons.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CODE
           FILE STATUS IS CLOSE-REASONS-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           05 DORM-THRESHOLD-DAYS    PIC 9(4).
           05 FILLER                 PIC X(1).
           05 DORM-ESCHEAT-DAYS      PIC 9(4).
           05 FILLER                 PIC X(1).
           05 DORM-RM-DAYS           PIC 9(4).

       FD  RETURNED-MAIL.
       01  RM-DETAILS.
           05 RM-CUST-ID             PIC 9(6).
           05 RM-STATUS              PIC X(8).
           05 RM-FLAGGED-DATE        PIC X(10).
           05 RM-LAST-RETURN         PIC X(10).
           05 RM-RETURN-COUNT        PIC 9(3).
           05 RM-ITEM-TYPE           PIC X(10).
           05 RM-ADDRESS             PIC X(30).
           05 RM-CLEARED-DATE        PIC X(10).

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
       FD  REMIT-EXTRACT.
       01  EXTRACT-LINE              PIC X(100).

       FD  CLOSE-REASONS.
       01  CR-DETAILS.
           05 CR-CODE                PIC X(4).
           05 CR-DESCRIPTION         PIC X(30).
           05 CR-CATEGORY            PIC X(8).
           05 CR-STATUS              PIC X(7).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

       01  SEQ-CHECK-STATUS          PIC XX.
       01  DORMANCY-CHECK-STATUS     PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  RETURNED-MAIL-CHECK-STATUS PIC XX.
       01  WS-RM-OPEN                PIC X VALUE "N".
       01  WS-RM-FLAGGED             PIC X.
       01  WS-LOST-CONTACT-COUNT     PIC 9(5) VALUE ZEROES.
       01  EXTRACT-CHECK-STATUS      PIC XX.
       01  CLOSE-REASONS-CHECK-STATUS PIC XX.

       01  WS-EOF-REASONS            PIC X VALUE "N".
           88  EOF-REASONS           VALUE "Y".
           88  NOT-EOF-REASONS       VALUE "N".

       01  WS-CLS-ACC-ID             PIC 9(8).
       01  WS-CLS-REASON             PIC X(4) VALUE "ESCH".
       01  WS-CLS-SOURCE             PIC X(8) VALUE "ESCHEAT".
       01  WS-CLS-BALANCE            PIC 9(9)V99.
       01  WS-CLS-CLOSED-BY          PIC X(8) VALUE "BATCH".
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

           MOVE WS-BUS-DATE(9:2) TO WS-TODAY-NUM(7:2)
           MOVE WS-TODAY-NUM TO WS-DATE-YYYYMMDD

           PERFORM 0120-READ-DORMANCY-CONTROL THRU 0120-END
           COMPUTE WS-WARNING-DAYS = WS-ESCHEAT-DAYS - 60

           PERFORM 0130-GET-SETTLEMENT-ACC
           PERFORM 0140-GET-ESCHEAT-REASON THRU 0140-END
           IF WS-SETTLEMENT-ACC = ZEROES
              DISPLAY "NO SETTLEMENT ACCOUNT IS CONFIGURED "
                      "(intacct.CTL) - THE ESCHEATMENT RUN WAS "

           OPEN I-O TRANSACTIONS
           OPEN INPUT TRANS-HISTORY
           OPEN INPUT RETURNED-MAIL
           IF RETURNED-MAIL-CHECK-STATUS = "00"
              MOVE "Y" TO WS-RM-OPEN
           END-IF

           STRING "escheat_remit_" WS-DATE-YYYYMMDD ".DAT"
              DELIMITED BY SIZE INTO WS-EXTRACT-NAME
                    SET EOF-ACCOUNTS TO TRUE
                 NOT AT END
                    IF FS-STATUS = "DORMANT"
                       PERFORM 0200-CONSIDER-ACCOUNT THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           CLOSE TRANSACTIONS
           CLOSE TRANS-HISTORY
           IF WS-RM-OPEN = "Y"
              CLOSE RETURNED-MAIL
           END-IF

           DISPLAY "ESCHEATMENT COMPLETE: " WS-ESCHEATED-COUNT
                   " ACCOUNTS REMITTED (" WS-ESCHEATED-TOTAL "), "
                   WS-NOTICE-COUNT " DUE-DILIGENCE LETTERS SENT."
           DISPLAY "ACCOUNTS WITH RETURNED MAIL ON FILE: "
                   WS-LOST-CONTACT-COUNT
           DISPLAY "STATE EXTRACT: " WS-EXTRACT-NAME

           MOVE "ESCHEAT REMIT" TO WS-CAT-REPORT-NAME
           END-IF.
       0130-END.

       0140-GET-ESCHEAT-REASON.
           OPEN INPUT CLOSE-REASONS
           IF CLOSE-REASONS-CHECK-STATUS NOT = "00"
              GO TO 0140-END
           END-IF

           MOVE LOW-VALUES TO CR-CODE
           SET NOT-EOF-REASONS TO TRUE
           START CLOSE-REASONS KEY IS NOT LESS THAN CR-CODE
              INVALID KEY
                 SET EOF-REASONS TO TRUE
           END-START

           PERFORM UNTIL EOF-REASONS
              READ CLOSE-REASONS NEXT RECORD
                 AT END
                    SET EOF-REASONS TO TRUE
                 NOT AT END
                    IF CR-STATUS = "ACTIVE"
                       AND CR-CATEGORY = "ESCHEAT"
                       MOVE CR-CODE TO WS-CLS-REASON
                       SET EOF-REASONS TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CLOSE-REASONS.
       0140-END.

       0150-FIND-LAST-ACTIVITY.
           MOVE SPACES TO WS-LAST-ACTIVITY

                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-LAST-ACT-NUM)

           PERFORM 0210-CHECK-RETURNED-MAIL THRU 0210-END

           IF WS-IDLE-DAYS > WS-ESCHEAT-DAYS
              PERFORM 0300-ESCHEAT-ACCOUNT THRU 0300-END
              GO TO 0200-END
           END-IF

              CALL "writeNotice" USING WS-NOTICE-ACC
                   WS-NOTICE-EVENT WS-NOTICE-TEXT
              ADD 1 TO WS-NOTICE-COUNT
              IF WS-RM-FLAGGED = "Y"
                 DISPLAY "DUE-DILIGENCE LETTER FOR ACCT " FS-ID
                         " HELD - RETURNED MAIL SINCE "
                         RM-FLAGGED-DATE
              END-IF
           END-IF.
       0200-END.

       0210-CHECK-RETURNED-MAIL.
           MOVE "N" TO WS-RM-FLAGGED
           IF WS-RM-OPEN NOT = "Y"
              GO TO 0210-END
           END-IF

           MOVE FS-CUST-ID TO RM-CUST-ID
           READ RETURNED-MAIL KEY IS RM-CUST-ID
              INVALID KEY
                 GO TO 0210-END
           END-READ

           IF RM-STATUS = "FLAGGED"
              MOVE "Y" TO WS-RM-FLAGGED
              ADD 1 TO WS-LOST-CONTACT-COUNT
           END-IF.
       0210-END.

       0300-ESCHEAT-ACCOUNT.
           IF FS-BALANCE <= ZEROES
              MOVE "CLOSED" TO FS-STATUS
              REWRITE FS-ACC-DETAILS
              MOVE FS-ID TO WS-CLS-ACC-ID
              MOVE ZEROES TO WS-CLS-BALANCE
              CALL "recordClosure" USING WS-CLS-ACC-ID WS-CLS-REASON
                   WS-CLS-SOURCE WS-CLS-BALANCE WS-CLS-CLOSED-BY
              GO TO 0300-END
           END-IF

                  FS-FULLNAME " AMT " WS-ESCHEAT-AMOUNT
                  " LAST ACT " WS-LAST-ACTIVITY
              DELIMITED BY SIZE INTO EXTRACT-LINE
           IF WS-RM-FLAGGED = "Y"
              STRING " RTN MAIL " RM-FLAGGED-DATE
                 DELIMITED BY SIZE INTO EXTRACT-LINE(76:20)
           END-IF
           WRITE EXTRACT-LINE

           MOVE ZEROES TO FS-BALANCE
                WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
           REWRITE FS-ACC-DETAILS

           MOVE FS-ID TO WS-CLS-ACC-ID
           MOVE WS-ESCHEAT-AMOUNT TO WS-CLS-BALANCE
           CALL "recordClosure" USING WS-CLS-ACC-ID WS-CLS-REASON
                WS-CLS-SOURCE WS-CLS-BALANCE WS-CLS-CLOSED-BY

           MOVE FS-ID TO WS-SAVED-ACC-ID
           PERFORM 0340-CREDIT-SETTLEMENT THRU 0340-END

           MOVE WS-SAVED-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
