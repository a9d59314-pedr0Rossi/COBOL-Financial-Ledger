
       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

           RECORD KEY IS EOD-KEY
           FILE STATUS IS EOD-CHECK-STATUS.

       SELECT BENEFICIARIES ASSIGN TO "beneficiaries.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-KEY
           FILE STATUS IS BENEFICIARIES-CHECK-STATUS.

       SELECT RETURNED-MAIL ASSIGN TO "returnedmail.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CUST-ID
           FILE STATUS IS RETURNED-MAIL-CHECK-STATUS.

       SELECT HOLD-REPORT ASSIGN TO WS-HOLD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           02 EOD-STATUS          PIC X(7).
           02 EOD-CURRENCY        PIC X(3).

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

       FD  HOLD-REPORT.
       01  HOLD-LINE                 PIC X(100).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

       01  WS-LINE-COUNT             PIC 9(5) VALUE ZEROES.

       01  WS-RUNNING-BALANCE        PIC S9(9)V99 VALUE ZEROES.
       01  WS-OD-INTEREST            PIC 9(9)V99 VALUE ZEROES.
       01  EOD-CHECK-STATUS          PIC XX.
       01  WS-EOD-OPEN               PIC X VALUE "N".
       01  BENEFICIARIES-CHECK-STATUS PIC XX.
       01  WS-BEN-OPEN               PIC X VALUE "N".
       01  WS-POD-COUNT              PIC 9(3).
       01  WS-EOF-BENEFICIARIES      PIC X VALUE "N".
           88  EOF-BENEFICIARIES     VALUE "Y".
           88  NOT-EOF-BENEFICIARIES VALUE "N".
       01  WS-OPEN-DATE-NUM          PIC 9(8).

       01  WS-HH-ID                  PIC 9(6).
       01  WS-HH-COMBINED            PIC X(1).
       01  WS-HH-MAIL.
           05 WS-HH-MAIL-NAME        PIC X(30).
           05 WS-HH-MAIL-ADDRESS     PIC X(30).
           05 WS-HH-MAIL-CITY        PIC X(20).
           05 WS-HH-MAIL-POSTAL      PIC X(10).

       01  WS-ENV-TABLE.
           05 WS-ENV-ENTRY OCCURS 200 TIMES.
              10 WS-ENV-HH-ID        PIC 9(6).
              10 WS-ENV-MAIL         PIC X(90).
       01  WS-ENV-USED               PIC 9(3) VALUE ZEROES.
       01  WS-ENV-IX                 PIC 9(3).
       01  WS-ENV-HIT                PIC 9(3).
       01  WS-ENVELOPE-COUNT         PIC 9(5) VALUE ZEROES.

       01  WS-DEFER-TABLE.
           05 WS-DEFER-ENTRY OCCURS 2000 TIMES.
              10 WS-DEFER-ACC-ID     PIC 9(8).
              10 WS-DEFER-ENV        PIC 9(3).
       01  WS-DEFER-USED             PIC 9(4) VALUE ZEROES.
       01  WS-DEFER-IX               PIC 9(4).
       01  WS-OPEN-DATE-INT          PIC 9(8).

       01  RETURNED-MAIL-CHECK-STATUS PIC XX.
       01  HOLD-CHECK-STATUS         PIC XX.
       01  WS-RM-OPEN                PIC X VALUE "N".
       01  WS-HOLD-OPEN              PIC X VALUE "N".
       01  WS-HOLD-NAME              PIC X(40).
       01  WS-HELD-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-MAIL-HELD              PIC X.

       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

              MOVE "Y" TO WS-EOD-OPEN
           END-IF

           OPEN INPUT BENEFICIARIES
           IF BENEFICIARIES-CHECK-STATUS = "00"
              MOVE "Y" TO WS-BEN-OPEN
           END-IF

           IF WS-CYCLE-END < WS-CYCLE-START
              DISPLAY "THE END DATE IS BEFORE THE START DATE - "
                      "NO STATEMENTS PRODUCED."

           STRING "statements_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-STATEMENT-NAME
           STRING "stmthold_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-HOLD-NAME

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT RETURNED-MAIL
           IF RETURNED-MAIL-CHECK-STATUS = "00"
              MOVE "Y" TO WS-RM-OPEN
           END-IF

           SET NOT-EOF-ACCOUNTS TO TRUE
           PERFORM UNTIL EOF-ACCOUNTS
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-ACCOUNTS TO TRUE
                 NOT AT END
                    PERFORM 0150-ROUTE-ACCOUNT THRU 0150-END
              END-READ
           END-PERFORM

           PERFORM VARYING WS-ENV-IX FROM 1 BY 1
              UNTIL WS-ENV-IX > WS-ENV-USED
              PERFORM 0300-HOUSEHOLD-ENVELOPE
           END-PERFORM

           CLOSE ACCOUNTS
           CLOSE TRANSACTIONS
           CLOSE STATEMENT-OUT
           IF WS-EOD-OPEN = "Y"
              CLOSE EOD-BALANCES
           END-IF
           IF WS-BEN-OPEN = "Y"
              CLOSE BENEFICIARIES
           END-IF
           IF WS-RM-OPEN = "Y"
              CLOSE RETURNED-MAIL
           END-IF

           IF WS-HOLD-OPEN = "Y"
              MOVE SPACES TO HOLD-LINE
              WRITE HOLD-LINE
              MOVE SPACES TO HOLD-LINE
              STRING "TOTAL STATEMENTS HELD: " WS-HELD-COUNT
                 DELIMITED BY SIZE INTO HOLD-LINE
              WRITE HOLD-LINE
              CLOSE HOLD-REPORT

              MOVE "STMT HOLD MAIL" TO WS-CAT-REPORT-NAME
              MOVE WS-HOLD-NAME TO WS-CAT-FILE-NAME
              MOVE SPACES TO WS-CAT-PARAMS
              STRING WS-CYCLE-START " TO " WS-CYCLE-END
                 DELIMITED BY SIZE INTO WS-CAT-PARAMS
              CALL "catalogReport" USING WS-CAT-REPORT-NAME
                   WS-CAT-FILE-NAME WS-CAT-PARAMS
           END-IF

           PERFORM 0400-WRITE-CYCLE-CONTROL THRU 0400-END

           DISPLAY "STATEMENT CYCLE COMPLETE."
           DISPLAY "STATEMENTS PRODUCED: " WS-ACCOUNT-COUNT
           DISPLAY "HOUSEHOLD ENVELOPES: " WS-ENVELOPE-COUNT
           DISPLAY "OUTPUT FILE: " WS-STATEMENT-NAME
           IF WS-HOLD-OPEN = "Y"
              DISPLAY "STATEMENTS HELD (RETURNED MAIL): "
                      WS-HELD-COUNT
              DISPLAY "HOLD MAIL LISTING: " WS-HOLD-NAME
           END-IF

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-ROUTE-ACCOUNT.
           PERFORM 0160-CHECK-RETURNED-MAIL THRU 0160-END
           IF WS-MAIL-HELD = "Y"
              GO TO 0150-END
           END-IF

           CALL "householdMailing" USING FS-CUST-ID WS-HH-ID
                WS-HH-COMBINED WS-HH-MAIL

           IF WS-HH-COMBINED NOT = "Y" OR WS-DEFER-USED = 2000
              PERFORM 0200-STATEMENT-FOR-ACCOUNT
              GO TO 0150-END
           END-IF

           MOVE ZEROES TO WS-ENV-HIT
           PERFORM VARYING WS-ENV-IX FROM 1 BY 1
              UNTIL WS-ENV-HIT > ZEROES OR WS-ENV-IX > WS-ENV-USED
              IF WS-ENV-HH-ID(WS-ENV-IX) = WS-HH-ID
                 MOVE WS-ENV-IX TO WS-ENV-HIT
              END-IF
           END-PERFORM

           IF WS-ENV-HIT = ZEROES
              IF WS-ENV-USED = 200
                 PERFORM 0200-STATEMENT-FOR-ACCOUNT
                 GO TO 0150-END
              END-IF
              ADD 1 TO WS-ENV-USED
              MOVE WS-HH-ID TO WS-ENV-HH-ID(WS-ENV-USED)
              MOVE WS-HH-MAIL TO WS-ENV-MAIL(WS-ENV-USED)
              MOVE WS-ENV-USED TO WS-ENV-HIT
           END-IF

           ADD 1 TO WS-DEFER-USED
           MOVE FS-ID TO WS-DEFER-ACC-ID(WS-DEFER-USED)
           MOVE WS-ENV-HIT TO WS-DEFER-ENV(WS-DEFER-USED).
       0150-END.

       0160-CHECK-RETURNED-MAIL.
           MOVE "N" TO WS-MAIL-HELD
           IF WS-RM-OPEN NOT = "Y"
              GO TO 0160-END
           END-IF

           MOVE FS-CUST-ID TO RM-CUST-ID
           READ RETURNED-MAIL KEY IS RM-CUST-ID
              INVALID KEY
                 GO TO 0160-END
           END-READ

           IF RM-STATUS NOT = "FLAGGED"
              GO TO 0160-END
           END-IF

           IF WS-HOLD-OPEN NOT = "Y"
              OPEN OUTPUT HOLD-REPORT
              IF HOLD-CHECK-STATUS NOT = "00"
                 MOVE HOLD-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "OPENING HOLD MAIL LISTING" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
                 GO TO 0160-END
              END-IF
              MOVE "Y" TO WS-HOLD-OPEN
              MOVE SPACES TO HOLD-LINE
              STRING "HOLD MAIL - STATEMENTS NOT SENT (RETURNED MAIL) "
                     "CYCLE " WS-CYCLE-START " TO " WS-CYCLE-END
                 DELIMITED BY SIZE INTO HOLD-LINE
              WRITE HOLD-LINE
              MOVE SPACES TO HOLD-LINE
              WRITE HOLD-LINE
           END-IF

           MOVE "Y" TO WS-MAIL-HELD
           ADD 1 TO WS-HELD-COUNT

           MOVE SPACES TO HOLD-LINE
           STRING "ACCT " FS-ID " CUST " FS-CUST-ID " " FS-FULLNAME
                  " BAL " FS-BALANCE " " FS-CURRENCY
                  " UNDELIVERABLE SINCE " RM-FLAGGED-DATE
              DELIMITED BY SIZE INTO HOLD-LINE
           WRITE HOLD-LINE.
       0160-END.

       0200-STATEMENT-FOR-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT

              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM 0210-COUNT-BENEFICIARIES THRU 0210-END
           IF WS-POD-COUNT > ZEROES
              MOVE SPACES TO STATEMENT-LINE
              STRING "PAYABLE ON DEATH - " WS-POD-COUNT
                     " BENEFICIARY(IES) ON FILE"
                 DELIMITED BY SIZE INTO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF

           MOVE WS-HEADER-01 TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           WRITE STATEMENT-LINE

           MOVE ZEROES TO WS-LINE-COUNT
           MOVE ZEROES TO WS-OD-INTEREST

           MOVE FS-ID TO TR-ACC-ID
           SET NOT-EOF-TRANSACTIONS TO TRUE
                    IF TR-ACC-ID NOT = FS-ID
                       SET EOF-TRANSACTIONS TO TRUE
                    ELSE
                       PERFORM 0250-WRITE-STATEMENT-DETAIL THRU 0250-END
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO STATEMENT-LINE
           STRING "CYCLE ENDING BALANCE " WS-RUNNING-BALANCE
              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-OD-INTEREST > ZEROES
              MOVE SPACES TO STATEMENT-LINE
              STRING "OVERDRAFT INTEREST CHARGED THIS CYCLE "
                     WS-OD-INTEREST
                 DELIMITED BY SIZE INTO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF.
       0200-END.

       0210-COUNT-BENEFICIARIES.
           MOVE ZEROES TO WS-POD-COUNT
           IF WS-BEN-OPEN NOT = "Y"
              GO TO 0210-END
           END-IF

           MOVE FS-ID TO BEN-ACC-ID
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
                    IF BEN-ACC-ID NOT = FS-ID
                       SET EOF-BENEFICIARIES TO TRUE
                    ELSE
                       IF BEN-STATUS = "ACTIVE"
                          ADD 1 TO WS-POD-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0210-END.

       0250-WRITE-STATEMENT-DETAIL.
           IF TR-ACC-ID NOT = FS-ID
              GO TO 0250-END
              ADD TR-AMOUNT TO WS-RUNNING-BALANCE
           ELSE
              SUBTRACT TR-AMOUNT FROM WS-RUNNING-BALANCE
              IF TR-TXN-CODE = "ODI"
                 ADD TR-AMOUNT TO WS-OD-INTEREST
              END-IF
           END-IF

           MOVE TR-ID      TO WS-ID
           ADD 1 TO WS-LINE-COUNT.
       0250-END.

       0300-HOUSEHOLD-ENVELOPE.
           ADD 1 TO WS-ENVELOPE-COUNT
           MOVE WS-ENV-MAIL(WS-ENV-IX) TO WS-HH-MAIL

           MOVE ALL "#" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "HOUSEHOLD ENVELOPE " WS-ENV-HH-ID(WS-ENV-IX)
                  " - COMBINED STATEMENTS"
              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-HH-MAIL-NAME TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-HH-MAIL-ADDRESS TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-HH-MAIL-CITY " " WS-HH-MAIL-POSTAL
              DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM VARYING WS-DEFER-IX FROM 1 BY 1
              UNTIL WS-DEFER-IX > WS-DEFER-USED
              IF WS-DEFER-ENV(WS-DEFER-IX) = WS-ENV-IX
                 MOVE WS-DEFER-ACC-ID(WS-DEFER-IX) TO FS-ID
                 READ ACCOUNTS KEY IS FS-ID
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 0200-STATEMENT-FOR-ACCOUNT
                 END-READ
              END-IF
           END-PERFORM.
       0300-END.

       0400-WRITE-CYCLE-CONTROL.
           OPEN OUTPUT CYCLE-CONTROL
           IF CYCLE-CHECK-STATUS NOT = "00"
