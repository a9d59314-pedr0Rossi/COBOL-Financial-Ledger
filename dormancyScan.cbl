           RECORD KEY IS CD-ACC-ID
           FILE STATUS IS CD-TERMS-CHECK-STATUS.

       SELECT RETURNED-MAIL ASSIGN TO "returnedmail.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CUST-ID
           FILE STATUS IS RETURNED-MAIL-CHECK-STATUS.

       SELECT DORMANCY-CONTROL ASSIGN TO "dormancy.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DORMANCY-CHECK-STATUS.
           05 CD-DISPOSITION      PIC X(8).
           05 CD-STATUS           PIC X(8).

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

       FD  DORMANCY-CONTROL.
       01  DORMANCY-CONTROL-LINE.
           05 DORM-THRESHOLD-DAYS    PIC 9(4).
           05 FILLER                 PIC X(1).
           05 DORM-ESCHEAT-DAYS      PIC 9(4).
           05 FILLER                 PIC X(1).
           05 DORM-RM-DAYS           PIC 9(4).

       FD  ESCHEAT-REPORT.
       01  ESCHEAT-LINE              PIC X(120).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).
       01  CD-TERMS-CHECK-STATUS     PIC XX.
       01  WS-CD-TERMS-OPEN        PIC X VALUE "N".
       01  DORMANCY-CHECK-STATUS     PIC XX.
       01  RETURNED-MAIL-CHECK-STATUS PIC XX.
       01  WS-RM-OPEN                PIC X VALUE "N".
       01  ESCHEAT-CHECK-STATUS      PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-THRESHOLD-DAYS         PIC 9(4) VALUE 730.
       01  WS-ESCHEAT-DAYS           PIC 9(4) VALUE 1825.
       01  WS-RM-DAYS                PIC 9(4) VALUE 365.

       01  WS-RM-FLAGGED             PIC X.
       01  WS-RM-FLAG-NUM            PIC 9(8).
       01  WS-RM-FLAG-DAYS           PIC S9(7).
       01  WS-LOST-CONTACT-COUNT     PIC 9(5) VALUE ZEROES.

       01  WS-LAST-ACTIVITY          PIC X(10).
       01  WS-LAST-ACT-NUM           PIC 9(8).
           STRING "escheat_aging_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-ESCHEAT-NAME

           PERFORM 0120-READ-DORMANCY-CONTROL THRU 0120-END

           COMPUTE WS-ESCHEAT-YEARS = (WS-ESCHEAT-DAYS / 365) + 2
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-LAST-SCAN-YEAR
           IF CD-TERMS-CHECK-STATUS = "00"
              MOVE "Y" TO WS-CD-TERMS-OPEN
           END-IF
           OPEN INPUT RETURNED-MAIL
           IF RETURNED-MAIL-CHECK-STATUS = "00"
              MOVE "Y" TO WS-RM-OPEN
           END-IF

           OPEN I-O ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
                 AT END
                    SET EOF-ACCOUNTS TO TRUE
                 NOT AT END
                    PERFORM 0300-CONSIDER-ACCOUNT THRU 0300-END
              END-READ
           END-PERFORM

           IF WS-CD-TERMS-OPEN = "Y"
              CLOSE CD-TERMS
           END-IF
           IF WS-RM-OPEN = "Y"
              CLOSE RETURNED-MAIL
           END-IF

           DISPLAY "DORMANCY SCAN COMPLETE."
           DISPLAY "ACCOUNTS MOVED TO DORMANT: " WS-DORMANT-SET-COUNT
           DISPLAY "  OF WHICH FOR RETURNED MAIL: "
                   WS-LOST-CONTACT-COUNT
           DISPLAY "ACCOUNTS PAST THE ESCHEAT PERIOD: "
                   WS-ESCHEAT-COUNT
           DISPLAY "ESCHEAT AGING REPORT: " WS-ESCHEAT-NAME
              MOVE WS-THRESHOLD-DAYS TO DORM-THRESHOLD-DAYS
              MOVE "," TO DORMANCY-CONTROL-LINE(5:1)
              MOVE WS-ESCHEAT-DAYS TO DORM-ESCHEAT-DAYS
              MOVE "," TO DORMANCY-CONTROL-LINE(10:1)
              MOVE WS-RM-DAYS TO DORM-RM-DAYS
              WRITE DORMANCY-CONTROL-LINE
              CLOSE DORMANCY-CONTROL
              DISPLAY "NO DORMANCY CONTROL FILE - CREATED ONE WITH "
                      "DEFAULTS (" WS-THRESHOLD-DAYS " / "
                      WS-ESCHEAT-DAYS " / " WS-RM-DAYS " DAYS)."
              GO TO 0120-END
           END-IF

                 IF DORM-ESCHEAT-DAYS NUMERIC
                    MOVE DORM-ESCHEAT-DAYS TO WS-ESCHEAT-DAYS
                 END-IF
                 IF DORM-RM-DAYS NUMERIC
                    MOVE DORM-RM-DAYS TO WS-RM-DAYS
                 END-IF
           END-READ

           CLOSE DORMANCY-CONTROL.
           END-IF

           MOVE "transactions_history.IDX" TO WS-HIST-PART-NAME
           PERFORM 0160-SCAN-HISTORY-PART THRU 0160-END

           OPEN INPUT HIST-PARTS
           IF HIST-PARTS-CHECK-STATUS = "00"
                       CONTINUE
                    NOT INVALID KEY
                       MOVE HP-FILE-NAME TO WS-HIST-PART-NAME
                       PERFORM 0160-SCAN-HISTORY-PART THRU 0160-END
                 END-READ
              END-PERFORM
              CLOSE HIST-PARTS
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-LAST-ACT-NUM)

           PERFORM 0310-CHECK-RETURNED-MAIL THRU 0310-END

           IF FS-STATUS = "ACTIVE"
              AND WS-IDLE-DAYS NOT > WS-THRESHOLD-DAYS
              AND WS-RM-FLAGGED = "Y"
              AND WS-RM-FLAG-DAYS > WS-RM-DAYS
              AND WS-IDLE-DAYS > WS-RM-DAYS
              MOVE "DORMANT" TO FS-STATUS
              MOVE "ACCOUNTS" TO WS-JNL-FILE
              MOVE "REWRITE" TO WS-JNL-OP
              MOVE FS-ACC-DETAILS TO WS-JNL-IMAGE
              CALL "writeJournal" USING WS-JNL-PROGRAM
                   WS-JNL-FILE WS-JNL-OP WS-JNL-IMAGE
              REWRITE FS-ACC-DETAILS
              ADD 1 TO WS-DORMANT-SET-COUNT
              ADD 1 TO WS-LOST-CONTACT-COUNT
              DISPLAY "ACCOUNT " FS-ID " SET DORMANT - LOST CONTACT "
                      "- RETURNED MAIL SINCE " RM-FLAGGED-DATE
           END-IF

           IF FS-STATUS = "ACTIVE"
              AND WS-IDLE-DAYS > WS-THRESHOLD-DAYS
              MOVE "DORMANT" TO FS-STATUS
                     " IDLE DAYS " WS-IDLE-DAYS
                     " BAL " FS-BALANCE
                 DELIMITED BY SIZE INTO ESCHEAT-LINE
              IF WS-RM-FLAGGED = "Y"
                 STRING " RETURNED MAIL " WS-RM-FLAG-DAYS " DAYS"
                    DELIMITED BY SIZE INTO ESCHEAT-LINE(85:36)
              END-IF
              WRITE ESCHEAT-LINE
           END-IF.
       0300-END.

       0310-CHECK-RETURNED-MAIL.
           MOVE "N" TO WS-RM-FLAGGED
           MOVE ZEROES TO WS-RM-FLAG-DAYS
           IF WS-RM-OPEN NOT = "Y"
              GO TO 0310-END
           END-IF

           MOVE FS-CUST-ID TO RM-CUST-ID
           READ RETURNED-MAIL KEY IS RM-CUST-ID
              INVALID KEY
                 GO TO 0310-END
           END-READ

           IF RM-STATUS NOT = "FLAGGED"
              OR RM-FLAGGED-DATE(1:4) NOT NUMERIC
              GO TO 0310-END
           END-IF

           MOVE RM-FLAGGED-DATE(1:4) TO WS-RM-FLAG-NUM(1:4)
           MOVE RM-FLAGGED-DATE(6:2) TO WS-RM-FLAG-NUM(5:2)
           MOVE RM-FLAGGED-DATE(9:2) TO WS-RM-FLAG-NUM(7:2)

           MOVE "Y" TO WS-RM-FLAGGED
           COMPUTE WS-RM-FLAG-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-RM-FLAG-NUM).
       0310-END.

       0880-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           CALL "auditSeq" USING WS-AUDIT-SEQ
