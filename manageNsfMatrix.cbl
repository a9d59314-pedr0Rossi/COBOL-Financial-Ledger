           RECORD KEY IS AT-CODE
           FILE STATUS IS ACCT-TYPES-CHECK-STATUS.

       SELECT DEBIT-RATES ASSIGN TO "dbtrates.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DBR-TYPE-CODE
           FILE STATUS IS DEBIT-RATES-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 AT-MONTHLY-FEE       PIC S9(5)V99.
           02 AT-WAIVER-MIN-BAL    PIC S9(7)V99.

       FD  DEBIT-RATES.
       01  DBR-DETAILS.
           05 DBR-TYPE-CODE          PIC X(10).
           05 DBR-ANNUAL-RATE        PIC V9(4).
           05 DBR-SET-DATE           PIC X(10).
           05 DBR-SET-BY             PIC X(8).

       FD  ACCOUNTS.
       01  FS-ACC-DETAILS.
           02 FS-ID              PIC 9(8).
       01  COURTESY-CHECK-STATUS     PIC XX.
       01  NSF-ACTIVITY-CHECK-STATUS PIC XX.
       01  ACCT-TYPES-CHECK-STATUS   PIC XX.
       01  DEBIT-RATES-CHECK-STATUS  PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.
           88  EOF-MATRIX            VALUE "Y".
           88  NOT-EOF-MATRIX        VALUE "N".

       01  WS-EOF-RATES              PIC X VALUE "N".
           88  EOF-RATES             VALUE "Y".
           88  NOT-EOF-RATES         VALUE "N".

       01  WS-EOF-ACTIVITY           PIC X VALUE "N".
           88  EOF-ACTIVITY          VALUE "Y".
           88  NOT-EOF-ACTIVITY      VALUE "N".
       01  WS-RET-FEE-IN             PIC 9(5)V99.
       01  WS-MAX-FEES-IN            PIC 9(2).
       01  WS-DATE-IN                PIC X(10).
       01  WS-DEBIT-RATE-IN          PIC V9(4).
       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-RULE-COUNT             PIC 9(3).

       01  WS-PAID-COUNT             PIC 9(5).
                                   VALUE "4 - Remove Account Override".
           02 WS-NSF-MENU-OPT5    PIC X(28)
                                   VALUE "5 - Daily NSF Activity Rpt.".
           02 WS-NSF-MENU-OPT6    PIC X(27)
                                   VALUE "6 - Set Debit-Interest Rate".
           02 WS-NSF-MENU-OPT7    PIC X(29) VALUE
                                   "7 - List Debit-Interest Rates".
           02 WS-NSF-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

           DISPLAY WS-NSF-MENU-OPT3
           DISPLAY WS-NSF-MENU-OPT4
           DISPLAY WS-NSF-MENU-OPT5
           DISPLAY WS-NSF-MENU-OPT6
           DISPLAY WS-NSF-MENU-OPT7
           DISPLAY WS-NSF-MENU-OPT0
           DISPLAY WS-NSF-MENU-LINE
           ACCEPT WS-MENU-OPT
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 7
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-SET-TYPE-RULE THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-TYPE-RULES THRU 0300-END
              WHEN 3
                 PERFORM 0400-SET-OVERRIDE THRU 0400-END
              WHEN 4
                 PERFORM 0500-REMOVE-OVERRIDE THRU 0500-END
              WHEN 5
                 PERFORM 0600-DAILY-REPORT THRU 0600-END
              WHEN 6
                 PERFORM 0700-SET-DEBIT-RATE THRU 0700-END
              WHEN 7
                 PERFORM 0750-LIST-DEBIT-RATES THRU 0750-END
           END-EVALUATE

           PERFORM 0100-MAIN.
           WRITE REPORT-LINE.
       0650-END.

       0700-SET-DEBIT-RATE.
           DISPLAY "INSERT THE ACCOUNT TYPE CODE: "
           ACCEPT WS-TYPE-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-TYPE-CODE-IN)
                TO WS-TYPE-CODE-IN

           OPEN INPUT ACCT-TYPES
           IF ACCT-TYPES-CHECK-STATUS = "00"
              MOVE WS-TYPE-CODE-IN TO AT-CODE
              READ ACCT-TYPES KEY IS AT-CODE
                 INVALID KEY
                    DISPLAY "THAT ACCOUNT TYPE IS NOT ON FILE."
                    CLOSE ACCT-TYPES
                    GO TO 0700-END
              END-READ
              CLOSE ACCT-TYPES
           END-IF

           DISPLAY "INSERT THE ANNUAL DEBIT-INTEREST RATE ON "
                   "OVERDRAWN BALANCES (E.G. 0.1800, 0 TO REMOVE): "
           ACCEPT WS-DEBIT-RATE-IN

           OPEN I-O DEBIT-RATES
           IF DEBIT-RATES-CHECK-STATUS = "35"
              OPEN OUTPUT DEBIT-RATES
              CLOSE DEBIT-RATES
              OPEN I-O DEBIT-RATES
           END-IF

           IF DEBIT-RATES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING DEBIT RATES FILE: "
                      DEBIT-RATES-CHECK-STATUS
              GO TO 0700-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE WS-TYPE-CODE-IN TO DBR-TYPE-CODE
           READ DEBIT-RATES KEY IS DBR-TYPE-CODE
              INVALID KEY
                 IF WS-DEBIT-RATE-IN = ZEROES
                    DISPLAY "NO DEBIT-INTEREST RATE IS SET FOR THIS "
                            "TYPE."
                    CLOSE DEBIT-RATES
                    GO TO 0700-END
                 END-IF
                 MOVE WS-TYPE-CODE-IN TO DBR-TYPE-CODE
                 MOVE WS-DEBIT-RATE-IN TO DBR-ANNUAL-RATE
                 MOVE WS-BUS-DATE TO DBR-SET-DATE
                 MOVE SESSION-OPERATOR-ID TO DBR-SET-BY
                 WRITE DBR-DETAILS
              NOT INVALID KEY
                 IF WS-DEBIT-RATE-IN = ZEROES
                    DELETE DEBIT-RATES RECORD
                 ELSE
                    MOVE WS-DEBIT-RATE-IN TO DBR-ANNUAL-RATE
                    MOVE WS-BUS-DATE TO DBR-SET-DATE
                    MOVE SESSION-OPERATOR-ID TO DBR-SET-BY
                    REWRITE DBR-DETAILS
                 END-IF
           END-READ

           CLOSE DEBIT-RATES

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET DEBIT INT RATE " WS-TYPE-CODE-IN " RATE "
                  WS-DEBIT-RATE-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF WS-DEBIT-RATE-IN = ZEROES
              DISPLAY "DEBIT INTEREST REMOVED FOR TYPE "
                      WS-TYPE-CODE-IN "."
           ELSE
              DISPLAY "DEBIT-INTEREST RATE STORED FOR TYPE "
                      WS-TYPE-CODE-IN "."
           END-IF.
       0700-END.

       0750-LIST-DEBIT-RATES.
           OPEN INPUT DEBIT-RATES
           IF DEBIT-RATES-CHECK-STATUS NOT = "00"
              DISPLAY "NO DEBIT-INTEREST RATES ON FILE."
              GO TO 0750-END
           END-IF

           MOVE ZEROES TO WS-RULE-COUNT
           MOVE LOW-VALUES TO DBR-TYPE-CODE
           SET NOT-EOF-RATES TO TRUE
           START DEBIT-RATES KEY IS NOT LESS THAN DBR-TYPE-CODE
              INVALID KEY
                 SET EOF-RATES TO TRUE
           END-START

           PERFORM UNTIL EOF-RATES
              READ DEBIT-RATES NEXT RECORD
                 AT END
                    SET EOF-RATES TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RULE-COUNT
                    DISPLAY DBR-TYPE-CODE " RATE " DBR-ANNUAL-RATE
                            " SET " DBR-SET-DATE " BY " DBR-SET-BY
              END-READ
           END-PERFORM

           IF WS-RULE-COUNT = ZEROES
              DISPLAY "NO DEBIT-INTEREST RATES ON FILE."
           END-IF

           CLOSE DEBIT-RATES.
       0750-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
