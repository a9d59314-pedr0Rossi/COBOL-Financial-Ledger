       IDENTIFICATION DIVISION.
       PROGRAM-ID. liquidityReport.
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

       SELECT EXT-XFERS ASSIGN TO "extxfers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXT-ID
           FILE STATUS IS EXT-XFERS-CHECK-STATUS.

       SELECT WIRES ASSIGN TO "wires.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WIR-ID
           FILE STATUS IS WIRES-CHECK-STATUS.

       SELECT OFFICIAL-ITEMS ASSIGN TO "officialitems.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-SERIAL
           FILE STATUS IS OFFICIAL-ITEMS-CHECK-STATUS.

       SELECT SCHEDULE ASSIGN TO "schedule.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHED-ID
           FILE STATUS IS SCHEDULE-CHECK-STATUS.

       SELECT CD-TERMS ASSIGN TO "cdterms.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-ACC-ID
           FILE STATUS IS CD-TERMS-CHECK-STATUS.

       SELECT VAULT-FILE ASSIGN TO "vault.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VLT-BRANCH
           FILE STATUS IS VAULT-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.

       SELECT LIQUIDITY-CONTROL ASSIGN TO "liquidity.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIQUIDITY-CTL-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

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

       FD  EXT-XFERS.
       01  EXT-DETAILS.
           05 EXT-ID                 PIC 9(9).
           05 EXT-ACC-ID             PIC 9(8).
           05 EXT-CUST-ID            PIC 9(6).
           05 EXT-ROUTING-NO         PIC 9(9).
           05 EXT-EXT-ACC-NO         PIC X(17).
           05 EXT-EXT-NAME           PIC X(20).
           05 EXT-AMOUNT             PIC 9(9)V99.
           05 EXT-DATE               PIC X(10).
           05 EXT-STATUS             PIC X(8).
           05 EXT-TR-ID              PIC 9(9).
           05 EXT-RETURN-REASON      PIC X(20).

       FD  WIRES.
       01  WIR-DETAILS.
           05 WIR-ID                 PIC 9(9).
           05 WIR-DIRECTION          PIC X(3).
           05 WIR-ACC-ID             PIC 9(8).
           05 WIR-AMOUNT             PIC 9(9)V99.
           05 WIR-FEE                PIC 9(5)V99.
           05 WIR-BENE-NAME          PIC X(30).
           05 WIR-BENE-ADDRESS       PIC X(30).
           05 WIR-BENE-BANK          PIC X(30).
           05 WIR-BENE-ACC-NO        PIC X(17).
           05 WIR-REFERENCE          PIC X(16).
           05 WIR-DATE               PIC X(10).
           05 WIR-OPERATOR           PIC X(8).
           05 WIR-STATUS             PIC X(8).
           05 WIR-TR-ID              PIC 9(9).

       FD  OFFICIAL-ITEMS.
       01  OI-DETAILS.
           05 OI-SERIAL              PIC 9(8).
           05 OI-TYPE                PIC X(6).
           05 OI-BRANCH              PIC X(4).
           05 OI-ACC-ID              PIC 9(8).
           05 OI-PAYEE-NAME          PIC X(20).
           05 OI-AMOUNT              PIC 9(9)V99.
           05 OI-ISSUED-DATE         PIC X(10).
           05 OI-ISSUED-BY           PIC X(8).
           05 OI-STATUS              PIC X(8).
           05 OI-PAID-DATE           PIC X(10).
           05 OI-REPL-SERIAL         PIC 9(8).

       FD  SCHEDULE.
       01  SCHED-DETAILS.
           02 SCHED-ID           PIC 9(9).
           02 SCHED-ACC-ID       PIC 9(8).
           02 SCHED-TYPE         PIC X(6).
           02 SCHED-AMOUNT       PIC 9(9)V99.
           02 SCHED-DESC         PIC X(20).
           02 SCHED-FREQUENCY    PIC X(7).
           02 SCHED-NEXT-DATE    PIC X(10).
           02 SCHED-STATUS       PIC X(7).

       FD  CD-TERMS.
       01  CD-DETAILS.
           05 CD-ACC-ID           PIC 9(8).
           05 CD-TERM-MONTHS      PIC 9(3).
           05 CD-RATE             PIC V9(4).
           05 CD-PENALTY-RATE     PIC V9(4).
           05 CD-OPEN-DATE        PIC X(10).
           05 CD-MATURITY-DATE    PIC X(10).
           05 CD-DISPOSITION      PIC X(8).
           05 CD-STATUS           PIC X(8).

       FD  VAULT-FILE.
       01  VLT-DETAILS.
           05 VLT-BRANCH             PIC X(4).
           05 VLT-CASH-ON-HAND       PIC S9(11)V99.
           05 VLT-LAST-COUNTED       PIC X(10).
           05 VLT-OVER-SHORT         PIC S9(9)V99.
           05 VLT-STATUS             PIC X(8).

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-FEE-INCOME-ACC      PIC 9(8).
           05 FILLER                 PIC X(1).
           05 IA-SETTLEMENT-ACC      PIC 9(8).

       FD  LIQUIDITY-CONTROL.
       01  LIQUIDITY-CONTROL-LINE.
           05 LQ-MINIMUM             PIC 9(11)V99.

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  EXT-XFERS-CHECK-STATUS    PIC XX.
       01  WIRES-CHECK-STATUS        PIC XX.
       01  OFFICIAL-ITEMS-CHECK-STATUS PIC XX.
       01  SCHEDULE-CHECK-STATUS     PIC XX.
       01  CD-TERMS-CHECK-STATUS     PIC XX.
       01  VAULT-CHECK-STATUS        PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  LIQUIDITY-CTL-CHECK-STATUS PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-FILE               PIC X VALUE "N".
           88  EOF-FILE              VALUE "Y".
           88  NOT-EOF-FILE          VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-DATE-YYYYMMDD          PIC X(8).

       01  WS-SETTLEMENT-ACC         PIC 9(8).
       01  WS-MINIMUM                PIC 9(11)V99 VALUE ZEROES.

       01  WS-SETTLE-BAL             PIC S9(13)V99 VALUE ZEROES.
       01  WS-VAULT-CASH             PIC S9(13)V99 VALUE ZEROES.
       01  WS-EXT-TOTAL              PIC S9(13)V99 VALUE ZEROES.
       01  WS-WIRE-TOTAL             PIC S9(13)V99 VALUE ZEROES.
       01  WS-OFFICIAL-TOTAL         PIC S9(13)V99 VALUE ZEROES.
       01  WS-SCHED-TOTAL            PIC S9(13)V99 VALUE ZEROES.
       01  WS-CD-TOTAL               PIC S9(13)V99 VALUE ZEROES.
       01  WS-HELD-TOTAL             PIC S9(13)V99 VALUE ZEROES.
       01  WS-PROJECTED              PIC S9(13)V99 VALUE ZEROES.
       01  WS-SHORTFALL              PIC S9(13)V99 VALUE ZEROES.

       01  WS-VAULT-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-EXT-COUNT              PIC 9(5) VALUE ZEROES.
       01  WS-WIRE-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-OFFICIAL-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-SCHED-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-CD-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-HELD-COUNT             PIC 9(5) VALUE ZEROES.

       01  WS-CD-BALANCE             PIC S9(9)V99.
       01  WS-ITEM-OUT               PIC Z(8)9.
       01  WS-ACC-OUT                PIC 9(8).
       01  WS-AMOUNT-OUT             PIC -(11)9.99.
       01  WS-COUNT-OUT              PIC Z(4)9.
       01  WS-SIGN                   PIC X(1).
       01  WS-LABEL                  PIC X(40).
       01  WS-SUM-AMOUNT             PIC S9(13)V99.
       01  WS-SUM-COUNT              PIC 9(5).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE ZEROES TO WS-SETTLE-BAL WS-VAULT-CASH WS-EXT-TOTAL
                          WS-WIRE-TOTAL WS-OFFICIAL-TOTAL
                          WS-SCHED-TOTAL WS-CD-TOTAL WS-HELD-TOTAL
           MOVE ZEROES TO WS-VAULT-COUNT WS-EXT-COUNT WS-WIRE-COUNT
                          WS-OFFICIAL-COUNT WS-SCHED-COUNT
                          WS-CD-COUNT WS-HELD-COUNT
           MOVE ZEROES TO WS-MINIMUM

           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           PERFORM 0110-READ-CONTROLS THRU 0110-END
           IF WS-SETTLEMENT-ACC = ZEROES
              DISPLAY "NO SETTLEMENT ACCOUNT IS CONFIGURED "
                      "(intacct.CTL)."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "liquidity_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "DAILY LIQUIDITY AND SETTLEMENT POSITION - "
                  WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT ACCOUNTS
           PERFORM 0150-SETTLEMENT-BALANCE THRU 0150-END
           PERFORM 0200-VAULT-CASH THRU 0200-END
           PERFORM 0300-EXTERNAL-TRANSFERS THRU 0300-END
           PERFORM 0400-OUTGOING-WIRES THRU 0400-END
           PERFORM 0500-OFFICIAL-CHECKS THRU 0500-END
           PERFORM 0600-SCHEDULED-DEBITS THRU 0600-END
           PERFORM 0700-MATURING-CDS THRU 0700-END
           IF ACCOUNTS-CHECK-STATUS = "00"
              CLOSE ACCOUNTS
           END-IF

           PERFORM 0800-WRITE-SUMMARY THRU 0800-END

           CLOSE REPORT-OUT

           DISPLAY "LIQUIDITY REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "LIQUIDITY POSITION" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0110-READ-CONTROLS.
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

           OPEN INPUT LIQUIDITY-CONTROL
           IF LIQUIDITY-CTL-CHECK-STATUS = "00"
              READ LIQUIDITY-CONTROL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LQ-MINIMUM NUMERIC
                       MOVE LQ-MINIMUM TO WS-MINIMUM
                    END-IF
              END-READ
              CLOSE LIQUIDITY-CONTROL
           END-IF.
       0110-END.

       0150-SETTLEMENT-BALANCE.
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
                      ACCOUNTS-CHECK-STATUS
              GO TO 0150-END
           END-IF

           MOVE WS-SETTLEMENT-ACC TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 DISPLAY "SETTLEMENT ACCOUNT " WS-SETTLEMENT-ACC
                         " IS NOT ON FILE."
              NOT INVALID KEY
                 MOVE FD-BALANCE TO WS-SETTLE-BAL
           END-READ.
       0150-END.

       0200-VAULT-CASH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VAULT CASH BY BRANCH:" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT VAULT-FILE
           IF VAULT-CHECK-STATUS NOT = "00"
              MOVE "   NO VAULT FILE." TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0200-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ VAULT-FILE NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-VAULT-COUNT
                    ADD VLT-CASH-ON-HAND TO WS-VAULT-CASH
                    MOVE VLT-CASH-ON-HAND TO WS-AMOUNT-OUT
                    MOVE SPACES TO REPORT-LINE
                    STRING "   " VLT-BRANCH " " WS-AMOUNT-OUT
                           "  LAST COUNTED " VLT-LAST-COUNTED
                           " " VLT-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
              END-READ
           END-PERFORM

           CLOSE VAULT-FILE.
       0200-END.

       0300-EXTERNAL-TRANSFERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PENDING OUTBOUND EXTERNAL TRANSFERS:" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT EXT-XFERS
           IF EXT-XFERS-CHECK-STATUS NOT = "00"
              MOVE "   NO EXTERNAL TRANSFER FILE." TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0300-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ EXT-XFERS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF EXT-STATUS = "PENDING" OR EXT-STATUS = "HELD"
                       MOVE EXT-ID TO WS-ITEM-OUT
                       MOVE EXT-ACC-ID TO WS-ACC-OUT
                       MOVE EXT-AMOUNT TO WS-AMOUNT-OUT
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " WS-ITEM-OUT " ACCT " WS-ACC-OUT
                              " " WS-AMOUNT-OUT " " EXT-DATE " "
                              EXT-STATUS
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       IF EXT-STATUS = "PENDING"
                          ADD 1 TO WS-EXT-COUNT
                          ADD EXT-AMOUNT TO WS-EXT-TOTAL
                       ELSE
                          ADD 1 TO WS-HELD-COUNT
                          ADD EXT-AMOUNT TO WS-HELD-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EXT-XFERS.
       0300-END.

       0400-OUTGOING-WIRES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OUTGOING WIRES FOR TODAY:" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT WIRES
           IF WIRES-CHECK-STATUS NOT = "00"
              MOVE "   NO WIRE REGISTER." TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0400-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ WIRES NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF WIR-DIRECTION = "OUT"
                       AND (WIR-STATUS = "HELD"
                       OR (WIR-STATUS = "SENT"
                       AND WIR-DATE = WS-BUS-DATE))
                       MOVE WIR-ID TO WS-ITEM-OUT
                       MOVE WIR-ACC-ID TO WS-ACC-OUT
                       MOVE WIR-AMOUNT TO WS-AMOUNT-OUT
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " WS-ITEM-OUT " ACCT " WS-ACC-OUT
                              " " WS-AMOUNT-OUT " " WIR-DATE " "
                              WIR-STATUS " " WIR-REFERENCE
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       IF WIR-STATUS = "SENT"
                          ADD 1 TO WS-WIRE-COUNT
                          ADD WIR-AMOUNT TO WS-WIRE-TOTAL
                       ELSE
                          ADD 1 TO WS-HELD-COUNT
                          ADD WIR-AMOUNT TO WS-HELD-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE WIRES.
       0400-END.

       0500-OFFICIAL-CHECKS.
           OPEN INPUT OFFICIAL-ITEMS
           IF OFFICIAL-ITEMS-CHECK-STATUS NOT = "00"
              GO TO 0500-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ OFFICIAL-ITEMS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF OI-STATUS = "OUTSTAND"
                       ADD 1 TO WS-OFFICIAL-COUNT
                       ADD OI-AMOUNT TO WS-OFFICIAL-TOTAL
                    END-IF
              END-READ
           END-PERFORM

           CLOSE OFFICIAL-ITEMS.
       0500-END.

       0600-SCHEDULED-DEBITS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SCHEDULED DEBITS DUE TODAY:" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT SCHEDULE
           IF SCHEDULE-CHECK-STATUS NOT = "00"
              MOVE "   NO SCHEDULE FILE." TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0600-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF SCHED-STATUS = "ACTIVE"
                       AND SCHED-TYPE = "DEBIT"
                       AND SCHED-NEXT-DATE NOT > WS-BUS-DATE
                       ADD 1 TO WS-SCHED-COUNT
                       ADD SCHED-AMOUNT TO WS-SCHED-TOTAL
                       MOVE SCHED-ID TO WS-ITEM-OUT
                       MOVE SCHED-ACC-ID TO WS-ACC-OUT
                       MOVE SCHED-AMOUNT TO WS-AMOUNT-OUT
                       MOVE SPACES TO REPORT-LINE
                       STRING "   " WS-ITEM-OUT " ACCT " WS-ACC-OUT
                              " " WS-AMOUNT-OUT " " SCHED-NEXT-DATE
                              " " SCHED-DESC
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SCHEDULE.
       0600-END.

       0700-MATURING-CDS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CDS MATURING FOR PAYOUT:" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT CD-TERMS
           IF CD-TERMS-CHECK-STATUS NOT = "00"
              MOVE "   NO CD TERMS FILE." TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0700-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ CD-TERMS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF CD-STATUS = "ACTIVE"
                       AND CD-DISPOSITION NOT = "ROLL"
                       AND CD-MATURITY-DATE NOT > WS-BUS-DATE
                       PERFORM 0710-ONE-CD THRU 0710-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CD-TERMS.
       0700-END.

       0710-ONE-CD.
           MOVE ZEROES TO WS-CD-BALANCE
           IF ACCOUNTS-CHECK-STATUS = "00"
              MOVE CD-ACC-ID TO FD-ID
              READ ACCOUNTS KEY IS FD-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FD-BALANCE > ZEROES
                       MOVE FD-BALANCE TO WS-CD-BALANCE
                    END-IF
              END-READ
           END-IF

           ADD 1 TO WS-CD-COUNT
           ADD WS-CD-BALANCE TO WS-CD-TOTAL

           MOVE CD-ACC-ID TO WS-ACC-OUT
           MOVE WS-CD-BALANCE TO WS-AMOUNT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "   ACCT " WS-ACC-OUT " " WS-AMOUNT-OUT
                  " MATURES " CD-MATURITY-DATE " " CD-DISPOSITION
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0710-END.

       0800-WRITE-SUMMARY.
           COMPUTE WS-PROJECTED = WS-SETTLE-BAL + WS-VAULT-CASH
                 - WS-EXT-TOTAL - WS-WIRE-TOTAL - WS-OFFICIAL-TOTAL
                 - WS-SCHED-TOTAL - WS-CD-TOTAL

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "POSITION SUMMARY:" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "LIQUIDITY POSITION FOR " WS-BUS-DATE

           MOVE "SETTLEMENT ACCOUNT OPENING BALANCE" TO WS-LABEL
           MOVE "+" TO WS-SIGN
           MOVE WS-SETTLE-BAL TO WS-SUM-AMOUNT
           MOVE ZEROES TO WS-SUM-COUNT
           PERFORM 0810-SUMMARY-LINE THRU 0810-END

           MOVE "VAULT CASH (ALL BRANCHES)" TO WS-LABEL
           MOVE WS-VAULT-CASH TO WS-SUM-AMOUNT
           MOVE WS-VAULT-COUNT TO WS-SUM-COUNT
           PERFORM 0810-SUMMARY-LINE THRU 0810-END

           MOVE "-" TO WS-SIGN
           MOVE "PENDING OUTBOUND EXTERNAL TRANSFERS" TO WS-LABEL
           MOVE WS-EXT-TOTAL TO WS-SUM-AMOUNT
           MOVE WS-EXT-COUNT TO WS-SUM-COUNT
           PERFORM 0810-SUMMARY-LINE THRU 0810-END

           MOVE "OUTGOING WIRES SENT TODAY" TO WS-LABEL
           MOVE WS-WIRE-TOTAL TO WS-SUM-AMOUNT
           MOVE WS-WIRE-COUNT TO WS-SUM-COUNT
           PERFORM 0810-SUMMARY-LINE THRU 0810-END

           MOVE "OUTSTANDING OFFICIAL CHECKS" TO WS-LABEL
           MOVE WS-OFFICIAL-TOTAL TO WS-SUM-AMOUNT
           MOVE WS-OFFICIAL-COUNT TO WS-SUM-COUNT
           PERFORM 0810-SUMMARY-LINE THRU 0810-END

           MOVE "SCHEDULED DEBITS DUE TODAY" TO WS-LABEL
           MOVE WS-SCHED-TOTAL TO WS-SUM-AMOUNT
           MOVE WS-SCHED-COUNT TO WS-SUM-COUNT
           PERFORM 0810-SUMMARY-LINE THRU 0810-END

           MOVE "MATURING CDS FOR PAYOUT" TO WS-LABEL
           MOVE WS-CD-TOTAL TO WS-SUM-AMOUNT
           MOVE WS-CD-COUNT TO WS-SUM-COUNT
           PERFORM 0810-SUMMARY-LINE THRU 0810-END

           MOVE "=" TO WS-SIGN
           MOVE "PROJECTED END-OF-DAY POSITION" TO WS-LABEL
           MOVE WS-PROJECTED TO WS-SUM-AMOUNT
           MOVE ZEROES TO WS-SUM-COUNT
           PERFORM 0810-SUMMARY-LINE THRU 0810-END

           MOVE " " TO WS-SIGN
           MOVE "CONFIGURED MINIMUM (liquidity.CTL)" TO WS-LABEL
           MOVE WS-MINIMUM TO WS-SUM-AMOUNT
           PERFORM 0810-SUMMARY-LINE THRU 0810-END

           MOVE "HELD TRANSFERS/WIRES (NOT INCLUDED)" TO WS-LABEL
           MOVE WS-HELD-TOTAL TO WS-SUM-AMOUNT
           MOVE WS-HELD-COUNT TO WS-SUM-COUNT
           PERFORM 0810-SUMMARY-LINE THRU 0810-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PROJECTED < WS-MINIMUM
              COMPUTE WS-SHORTFALL = WS-MINIMUM - WS-PROJECTED
              MOVE WS-SHORTFALL TO WS-AMOUNT-OUT
              MOVE SPACES TO REPORT-LINE
              STRING "*** SHORTFALL OF " WS-AMOUNT-OUT
                     " AGAINST THE MINIMUM - FUND THE SETTLEMENT "
                     "ACCOUNT ***"
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              COMPUTE WS-SHORTFALL = WS-PROJECTED - WS-MINIMUM
              MOVE WS-SHORTFALL TO WS-AMOUNT-OUT
              MOVE SPACES TO REPORT-LINE
              STRING "POSITION IS ABOVE THE MINIMUM BY "
                     WS-AMOUNT-OUT
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0800-END.

       0810-SUMMARY-LINE.
           MOVE WS-SUM-AMOUNT TO WS-AMOUNT-OUT
           MOVE WS-SUM-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO REPORT-LINE
           STRING WS-SIGN " " WS-LABEL " " WS-AMOUNT-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-SUM-COUNT > ZEROES
              MOVE "ITEMS" TO REPORT-LINE(62:5)
              MOVE WS-COUNT-OUT TO REPORT-LINE(68:5)
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0810-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
