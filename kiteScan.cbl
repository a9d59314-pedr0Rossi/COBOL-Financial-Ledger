       IDENTIFICATION DIVISION.
       PROGRAM-ID. kiteScan.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TRANSACTIONS ASSIGN TO "transactions.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TR-KEY
           ALTERNATE RECORD KEY IS TR-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS TRANSACTIONS-CHECK-STATUS.

       SELECT HOLDS ASSIGN TO "holds.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLDS-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT JOINT-OWNERS ASSIGN TO "jointowners.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JO-KEY
           FILE STATUS IS JOINT-OWNERS-CHECK-STATUS.

       SELECT KITE-SUSPECTS ASSIGN TO "kitesuspects.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KS-ACC-ID
           FILE STATUS IS KITE-SUSPECTS-CHECK-STATUS.

       SELECT KITE-CONFIG ASSIGN TO "kiting.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KITE-CONFIG-CHECK-STATUS.

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

       FD  HOLDS.
       01  HOLD-DETAILS.
           05 HOLD-KEY.
               10 HOLD-ID            PIC 9(5).
           05 HOLD-ACC-ID            PIC 9(8).
           05 HOLD-AMOUNT            PIC 9(9)V99.
           05 HOLD-REASON            PIC X(20).
           05 HOLD-CREATED-AT        PIC X(10).
           05 HOLD-STATUS            PIC X(8).

       FD  ACCOUNTS.
       01  FS-ACC-DETAILS.
           02 FS-ID              PIC 9(8).
           02 FS-CUST-ID         PIC 9(6).
           02 FS-FULLNAME        PIC X(13).
           02 FS-TYPE            PIC X(10).
           02 FS-STATUS          PIC X(7).
           02 FS-CREATED-AT      PIC X(10).
           02 FS-BALANCE         PIC S9(9)V99.
           02 FS-CURRENCY         PIC X(3).
           02 FS-BRANCH           PIC X(4).

       FD  JOINT-OWNERS.
       01  JO-DETAILS.
           05 JO-KEY.
               10 JO-ACC-ID          PIC 9(8).
               10 JO-CUST-ID         PIC 9(6).
           05 JO-ADDED-AT            PIC X(10).
           05 JO-AUTH-LEVEL          PIC X(8).

       FD  KITE-SUSPECTS.
       01  KS-DETAILS.
           05 KS-ACC-ID              PIC 9(8).
           05 KS-CUST-ID             PIC 9(6).
           05 KS-FLAGGED-DATE        PIC X(10).
           05 KS-LAST-SEEN           PIC X(10).
           05 KS-SCORE               PIC 9(1).
           05 KS-PAIR-COUNT          PIC 9(3).
           05 KS-TURN-COUNT          PIC 9(3).
           05 KS-UNCOLLECTED         PIC 9(9)V99.
           05 KS-BALANCE             PIC S9(9)V99.
           05 KS-UNCOLL-PCT          PIC 9(3).
           05 KS-EXT-HOLD            PIC X(1).
           05 KS-STATUS              PIC X(8).
           05 KS-REVIEWED-BY         PIC X(8).
           05 KS-REVIEWED-DATE       PIC X(10).
           05 KS-NOTE                PIC X(30).

       FD  KITE-CONFIG.
       01  KITE-CONFIG-LINE.
           05 KC-LOOKBACK-DAYS       PIC 9(2).
           05 FILLER                 PIC X(1).
           05 KC-TURN-DAYS           PIC 9(2).
           05 FILLER                 PIC X(1).
           05 KC-TOLERANCE-PCT       PIC 9(2).
           05 FILLER                 PIC X(1).
           05 KC-MIN-AMOUNT          PIC 9(7)V99.
           05 FILLER                 PIC X(1).
           05 KC-UNCOLL-PCT          PIC 9(3).
           05 FILLER                 PIC X(1).
           05 KC-MIN-SCORE           PIC 9(1).
           05 FILLER                 PIC X(1).
           05 KC-EXT-HOLD            PIC X(1).
           05 FILLER                 PIC X(1).
           05 KC-EXT-DAYS            PIC 9(2).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

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

       01  TRANSACTIONS-CHECK-STATUS PIC XX.
       01  HOLDS-CHECK-STATUS        PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  JOINT-OWNERS-CHECK-STATUS PIC XX.
       01  KITE-SUSPECTS-CHECK-STATUS PIC XX.
       01  KITE-CONFIG-CHECK-STATUS  PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-EOF-TRANSACTIONS      PIC X VALUE "N".
           88  EOF-TRANSACTIONS     VALUE "Y".
           88  NOT-EOF-TRANSACTIONS VALUE "N".

       01  WS-EOF-HOLDS              PIC X VALUE "N".
           88  EOF-HOLDS             VALUE "Y".
           88  NOT-EOF-HOLDS         VALUE "N".

       01  WS-EOF-JOINT              PIC X VALUE "N".
           88  EOF-JOINT             VALUE "Y".
           88  NOT-EOF-JOINT         VALUE "N".

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
       01  WS-TODAY-NUM              PIC 9(8).
       01  WS-TODAY-INT              PIC 9(8).
       01  WS-CUTOFF-INT             PIC 9(8).
       01  WS-CUTOFF-NUM             PIC 9(8).
       01  WS-CUTOFF-DATE            PIC X(10).
       01  WS-DATE-NUM               PIC 9(8).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-LOOKBACK-DAYS          PIC 9(2) VALUE 14.
       01  WS-TURN-DAYS              PIC 9(2) VALUE 2.
       01  WS-TOLERANCE-PCT          PIC 9(2) VALUE 5.
       01  WS-MIN-AMOUNT             PIC 9(7)V99 VALUE 500.00.
       01  WS-UNCOLL-LIMIT           PIC 9(3) VALUE 50.
       01  WS-MIN-SCORE              PIC 9(1) VALUE 2.
       01  WS-EXT-HOLD               PIC X(1) VALUE "N".

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-KA-TABLE.
           05 WS-KA-ENTRY OCCURS 1000 TIMES.
              10 WS-KA-ACC-ID        PIC 9(8).
              10 WS-KA-CUST-ID       PIC 9(6).
              10 WS-KA-BALANCE       PIC S9(9)V99.
              10 WS-KA-UNCOLL        PIC 9(9)V99.
              10 WS-KA-UNCOLL-PCT    PIC 9(3).
              10 WS-KA-DEP-COUNT     PIC 9(5).
              10 WS-KA-DEP-AMT       PIC 9(11)V99.
              10 WS-KA-WD-COUNT      PIC 9(5).
              10 WS-KA-WD-AMT        PIC 9(11)V99.
              10 WS-KA-PAIR-COUNT    PIC 9(3).
              10 WS-KA-TURN-COUNT    PIC 9(3).
              10 WS-KA-SCORE         PIC 9(1).
       01  WS-KA-COUNT               PIC 9(4).

       01  WS-KT-TABLE.
           05 WS-KT-ENTRY OCCURS 3000 TIMES.
              10 WS-KT-SLOT          PIC 9(4).
              10 WS-KT-KIND          PIC X(1).
              10 WS-KT-TR-ID         PIC 9(9).
              10 WS-KT-AMOUNT        PIC 9(9)V99.
              10 WS-KT-DATE          PIC X(10).
              10 WS-KT-DATE-INT      PIC 9(8).
              10 WS-KT-CODE          PIC X(4).
       01  WS-KT-COUNT               PIC 9(4).

       01  WS-KO-TABLE.
           05 WS-KO-ENTRY OCCURS 3000 TIMES.
              10 WS-KO-SLOT          PIC 9(4).
              10 WS-KO-CUST-ID       PIC 9(6).
       01  WS-KO-COUNT               PIC 9(4).

       01  WS-KP-TABLE.
           05 WS-KP-ENTRY OCCURS 1000 TIMES.
              10 WS-KP-DEP           PIC 9(4).
              10 WS-KP-WD            PIC 9(4).
              10 WS-KP-TYPE          PIC X(10).
       01  WS-KP-COUNT               PIC 9(4).

       01  WS-TABLE-FULL             PIC X VALUE "N".

       01  WS-IDX                    PIC 9(4).
       01  WS-JDX                    PIC 9(4).
       01  WS-ODX                    PIC 9(4).
       01  WS-PDX                    PIC 9(4).
       01  WS-FOUND-SLOT             PIC 9(4).
       01  WS-SLOT-A                 PIC 9(4).
       01  WS-SLOT-B                 PIC 9(4).
       01  WS-SEEK-ACC               PIC 9(8).
       01  WS-SEEK-CUST              PIC 9(6).

       01  WS-RELATED                PIC X.
       01  WS-SIMILAR                PIC X.
       01  WS-TURNAROUND             PIC X.
       01  WS-TURN-HIT               PIC X.
       01  WS-DAYS-APART             PIC S9(5).
       01  WS-DIFF                   PIC S9(9)V99.
       01  WS-DIFF-LIMIT             PIC 9(11)V99.
       01  WS-TURN-FLOOR             PIC 9(11)V99.
       01  WS-PCT-WORK               PIC 9(9).

       01  WS-SUSPECT-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-NEW-COUNT              PIC 9(5) VALUE ZEROES.
       01  WS-SKIPPED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-HOLDS-EXTENDED         PIC 9(3).
       01  WS-EXT-TOTAL              PIC 9(5) VALUE ZEROES.
       01  WS-PREV-CLEARED           PIC X.

       01  WS-AMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT2           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BALANCE-EDIT           PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-SUSPECT-COUNT
           MOVE ZEROES TO WS-NEW-COUNT
           MOVE ZEROES TO WS-SKIPPED-COUNT
           MOVE ZEROES TO WS-EXT-TOTAL

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE KITING SCAN "
                      "CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-TODAY-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-TODAY-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-TODAY-NUM(7:2)
           MOVE WS-TODAY-NUM TO WS-DATE-YYYYMMDD
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)

           PERFORM 0150-READ-CONFIG

           COMPUTE WS-CUTOFF-INT =
                   WS-TODAY-INT - WS-LOOKBACK-DAYS + 1
           COMPUTE WS-CUTOFF-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
           MOVE WS-CUTOFF-NUM(1:4) TO WS-CUTOFF-DATE(1:4)
           MOVE "-" TO WS-CUTOFF-DATE(5:1)
           MOVE WS-CUTOFF-NUM(5:2) TO WS-CUTOFF-DATE(6:2)
           MOVE "-" TO WS-CUTOFF-DATE(8:1)
           MOVE WS-CUTOFF-NUM(7:2) TO WS-CUTOFF-DATE(9:2)

           OPEN INPUT TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
              MOVE TRANSACTIONS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING TRANSACTIONS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE TRANSACTIONS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE ZEROES TO WS-KA-COUNT
           MOVE ZEROES TO WS-KT-COUNT
           MOVE ZEROES TO WS-KO-COUNT
           MOVE ZEROES TO WS-KP-COUNT
           MOVE "N" TO WS-TABLE-FULL

           SET NOT-EOF-TRANSACTIONS TO TRUE
           PERFORM UNTIL EOF-TRANSACTIONS
              READ TRANSACTIONS NEXT RECORD
                 AT END
                    SET EOF-TRANSACTIONS TO TRUE
                 NOT AT END
                    PERFORM 0200-LOAD-TRANSACTION THRU 0200-END
              END-READ
           END-PERFORM

           CLOSE TRANSACTIONS

           OPEN INPUT JOINT-OWNERS
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-KA-COUNT
              PERFORM 0300-LOAD-OWNERS THRU 0300-END
           END-PERFORM
           CLOSE JOINT-OWNERS
           CLOSE ACCOUNTS

           PERFORM 0350-LOAD-UNCOLLECTED THRU 0350-END

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-KT-COUNT
              IF WS-KT-KIND (WS-IDX) = "D"
                 PERFORM 0400-MATCH-DEPOSIT THRU 0400-END
              END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-KA-COUNT
              PERFORM 0500-SCORE-ACCOUNT
           END-PERFORM

           MOVE SPACES TO WS-REPORT-NAME
           STRING "kiting_suspects_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING KITING REPORT" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O KITE-SUSPECTS
           IF KITE-SUSPECTS-CHECK-STATUS = "35"
              OPEN OUTPUT KITE-SUSPECTS
              CLOSE KITE-SUSPECTS
              OPEN I-O KITE-SUSPECTS
           END-IF

           IF KITE-SUSPECTS-CHECK-STATUS NOT = "00"
              MOVE KITE-SUSPECTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING KITE SUSPECTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE REPORT-OUT
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CHECK-KITING SUSPECTS AT " WS-BUS-DATE
                  " - ACTIVITY SINCE " WS-CUTOFF-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "INDICATORS: CIRCULAR = SIMILAR AMOUNT DEPOSITED "
                  "TO ONE ACCOUNT AND WITHDRAWN FROM ANOTHER WITH A "
                  "COMMON OWNER"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "            TURNAROUND = DEPOSIT WITHDRAWN WITHIN "
                  WS-TURN-DAYS " DAYS, UNCOLLECTED = HOLDS AT OR "
                  "OVER " WS-UNCOLL-LIMIT "% OF BALANCE"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TABLE-FULL = "Y"
              MOVE SPACES TO REPORT-LINE
              STRING "*** WORK TABLES FULL - RESULTS ARE INCOMPLETE ***"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-KA-COUNT
              IF WS-KA-SCORE (WS-IDX) >= WS-MIN-SCORE
                 PERFORM 0600-REPORT-SUSPECT THRU 0600-END
              END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS ANALYSED: " WS-KA-COUNT
                  "  SUSPECTS: " WS-SUSPECT-COUNT
                  "  NEW: " WS-NEW-COUNT
                  "  CLEARED IN WINDOW: " WS-SKIPPED-COUNT
                  "  HOLDS EXTENDED: " WS-EXT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT
           CLOSE KITE-SUSPECTS

           MOVE "KITING SUSPECTS" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING "SINCE " WS-CUTOFF-DATE
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "KITING SCAN: " WS-SUSPECT-COUNT " SUSPECTS "
                  WS-NEW-COUNT " NEW " WS-EXT-TOTAL " HOLDS EXTENDED"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-READ-CONFIG.
           OPEN INPUT KITE-CONFIG
           IF KITE-CONFIG-CHECK-STATUS = "00"
              READ KITE-CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    IF KC-LOOKBACK-DAYS NUMERIC
                       AND KC-LOOKBACK-DAYS > ZEROES
                       MOVE KC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                    END-IF
                    IF KC-TURN-DAYS NUMERIC
                       MOVE KC-TURN-DAYS TO WS-TURN-DAYS
                    END-IF
                    IF KC-TOLERANCE-PCT NUMERIC
                       MOVE KC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                    END-IF
                    IF KC-MIN-AMOUNT NUMERIC
                       MOVE KC-MIN-AMOUNT TO WS-MIN-AMOUNT
                    END-IF
                    IF KC-UNCOLL-PCT NUMERIC
                       AND KC-UNCOLL-PCT > ZEROES
                       MOVE KC-UNCOLL-PCT TO WS-UNCOLL-LIMIT
                    END-IF
                    IF KC-MIN-SCORE NUMERIC
                       AND KC-MIN-SCORE > ZEROES
                       MOVE KC-MIN-SCORE TO WS-MIN-SCORE
                    END-IF
                    IF KC-EXT-HOLD = "Y"
                       MOVE "Y" TO WS-EXT-HOLD
                    END-IF
              END-READ
              CLOSE KITE-CONFIG
           END-IF.
       0150-END.

       0200-LOAD-TRANSACTION.
           IF TR-STATUS NOT = "ACTIVE"
              GO TO 0200-END
           END-IF

           IF TR-DATE < WS-CUTOFF-DATE OR TR-DATE > WS-BUS-DATE
              GO TO 0200-END
           END-IF

           IF TR-AMOUNT < WS-MIN-AMOUNT
              GO TO 0200-END
           END-IF

           IF TR-TYPE = "CREDIT" AND TR-TXN-CODE NOT = "CHD"
              GO TO 0200-END
           END-IF

           IF TR-TYPE NOT = "CREDIT" AND TR-TYPE NOT = "DEBIT"
              GO TO 0200-END
           END-IF

           IF WS-KT-COUNT >= 3000
              MOVE "Y" TO WS-TABLE-FULL
              GO TO 0200-END
           END-IF

           MOVE TR-ACC-ID TO WS-SEEK-ACC
           PERFORM 0250-FIND-ACCOUNT-SLOT THRU 0250-END
           IF WS-FOUND-SLOT = ZEROES
              GO TO 0200-END
           END-IF

           ADD 1 TO WS-KT-COUNT
           MOVE WS-FOUND-SLOT TO WS-KT-SLOT (WS-KT-COUNT)
           MOVE TR-ID TO WS-KT-TR-ID (WS-KT-COUNT)
           MOVE TR-AMOUNT TO WS-KT-AMOUNT (WS-KT-COUNT)
           MOVE TR-DATE TO WS-KT-DATE (WS-KT-COUNT)
           MOVE TR-TXN-CODE TO WS-KT-CODE (WS-KT-COUNT)
           MOVE TR-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE TR-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE TR-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-KT-DATE-INT (WS-KT-COUNT) =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)

           IF TR-TYPE = "CREDIT"
              MOVE "D" TO WS-KT-KIND (WS-KT-COUNT)
              ADD 1 TO WS-KA-DEP-COUNT (WS-FOUND-SLOT)
              ADD TR-AMOUNT TO WS-KA-DEP-AMT (WS-FOUND-SLOT)
           ELSE
              MOVE "W" TO WS-KT-KIND (WS-KT-COUNT)
              ADD 1 TO WS-KA-WD-COUNT (WS-FOUND-SLOT)
              ADD TR-AMOUNT TO WS-KA-WD-AMT (WS-FOUND-SLOT)
           END-IF.
       0200-END.

       0250-FIND-ACCOUNT-SLOT.
           MOVE ZEROES TO WS-FOUND-SLOT
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-KA-COUNT
                 OR WS-FOUND-SLOT > ZEROES
              IF WS-KA-ACC-ID (WS-JDX) = WS-SEEK-ACC
                 MOVE WS-JDX TO WS-FOUND-SLOT
              END-IF
           END-PERFORM

           IF WS-FOUND-SLOT > ZEROES
              GO TO 0250-END
           END-IF

           MOVE WS-SEEK-ACC TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 GO TO 0250-END
           END-READ

           IF FS-TYPE = "INTERNAL"
              GO TO 0250-END
           END-IF

           IF WS-KA-COUNT >= 1000
              MOVE "Y" TO WS-TABLE-FULL
              GO TO 0250-END
           END-IF

           ADD 1 TO WS-KA-COUNT
           MOVE WS-KA-COUNT TO WS-FOUND-SLOT
           MOVE WS-SEEK-ACC TO WS-KA-ACC-ID (WS-FOUND-SLOT)
           MOVE FS-CUST-ID TO WS-KA-CUST-ID (WS-FOUND-SLOT)
           MOVE FS-BALANCE TO WS-KA-BALANCE (WS-FOUND-SLOT)
           MOVE ZEROES TO WS-KA-UNCOLL (WS-FOUND-SLOT)
           MOVE ZEROES TO WS-KA-UNCOLL-PCT (WS-FOUND-SLOT)
           MOVE ZEROES TO WS-KA-DEP-COUNT (WS-FOUND-SLOT)
           MOVE ZEROES TO WS-KA-DEP-AMT (WS-FOUND-SLOT)
           MOVE ZEROES TO WS-KA-WD-COUNT (WS-FOUND-SLOT)
           MOVE ZEROES TO WS-KA-WD-AMT (WS-FOUND-SLOT)
           MOVE ZEROES TO WS-KA-PAIR-COUNT (WS-FOUND-SLOT)
           MOVE ZEROES TO WS-KA-TURN-COUNT (WS-FOUND-SLOT)
           MOVE ZEROES TO WS-KA-SCORE (WS-FOUND-SLOT).
       0250-END.

       0300-LOAD-OWNERS.
           MOVE WS-KA-CUST-ID (WS-IDX) TO WS-SEEK-CUST
           PERFORM 0320-ADD-OWNER THRU 0320-END

           IF JOINT-OWNERS-CHECK-STATUS NOT = "00"
              GO TO 0300-END
           END-IF

           MOVE WS-KA-ACC-ID (WS-IDX) TO JO-ACC-ID
           MOVE ZEROES TO JO-CUST-ID
           SET NOT-EOF-JOINT TO TRUE
           START JOINT-OWNERS KEY IS NOT LESS THAN JO-KEY
              INVALID KEY
                 SET EOF-JOINT TO TRUE
           END-START

           PERFORM UNTIL EOF-JOINT
              READ JOINT-OWNERS NEXT RECORD
                 AT END
                    SET EOF-JOINT TO TRUE
                 NOT AT END
                    IF JO-ACC-ID NOT = WS-KA-ACC-ID (WS-IDX)
                       SET EOF-JOINT TO TRUE
                    ELSE
                       MOVE JO-CUST-ID TO WS-SEEK-CUST
                       PERFORM 0320-ADD-OWNER THRU 0320-END
                    END-IF
              END-READ
           END-PERFORM.
       0300-END.

       0320-ADD-OWNER.
           IF WS-SEEK-CUST = ZEROES
              GO TO 0320-END
           END-IF

           IF WS-KO-COUNT >= 3000
              MOVE "Y" TO WS-TABLE-FULL
              GO TO 0320-END
           END-IF

           ADD 1 TO WS-KO-COUNT
           MOVE WS-IDX TO WS-KO-SLOT (WS-KO-COUNT)
           MOVE WS-SEEK-CUST TO WS-KO-CUST-ID (WS-KO-COUNT).
       0320-END.

       0350-LOAD-UNCOLLECTED.
           OPEN INPUT HOLDS
           IF HOLDS-CHECK-STATUS NOT = "00"
              GO TO 0350-END
           END-IF

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
                    IF HOLD-STATUS = "ACTIVE"
                       AND HOLD-REASON(1:6) = "AVAIL "
                       PERFORM VARYING WS-JDX FROM 1 BY 1
                          UNTIL WS-JDX > WS-KA-COUNT
                          IF WS-KA-ACC-ID (WS-JDX) = HOLD-ACC-ID
                             ADD HOLD-AMOUNT TO WS-KA-UNCOLL (WS-JDX)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HOLDS.
       0350-END.

       0400-MATCH-DEPOSIT.
           MOVE "N" TO WS-TURN-HIT
           MOVE WS-KT-SLOT (WS-IDX) TO WS-SLOT-A

           COMPUTE WS-DIFF-LIMIT =
                   WS-KT-AMOUNT (WS-IDX) * WS-TOLERANCE-PCT / 100
           COMPUTE WS-TURN-FLOOR =
                   WS-KT-AMOUNT (WS-IDX) - WS-DIFF-LIMIT

           PERFORM VARYING WS-PDX FROM 1 BY 1
              UNTIL WS-PDX > WS-KT-COUNT
              IF WS-KT-KIND (WS-PDX) = "W"
                 PERFORM 0420-COMPARE-WITHDRAWAL THRU 0420-END
              END-IF
           END-PERFORM.
       0400-END.

       0420-COMPARE-WITHDRAWAL.
           MOVE WS-KT-SLOT (WS-PDX) TO WS-SLOT-B

           COMPUTE WS-DIFF =
                   WS-KT-AMOUNT (WS-IDX) - WS-KT-AMOUNT (WS-PDX)
           IF WS-DIFF < ZEROES
              COMPUTE WS-DIFF = ZEROES - WS-DIFF
           END-IF
           MOVE "N" TO WS-SIMILAR
           IF WS-DIFF <= WS-DIFF-LIMIT
              MOVE "Y" TO WS-SIMILAR
           END-IF

           COMPUTE WS-DAYS-APART =
                   WS-KT-DATE-INT (WS-PDX) - WS-KT-DATE-INT (WS-IDX)
           MOVE "N" TO WS-TURNAROUND
           IF WS-DAYS-APART >= ZEROES
              AND WS-DAYS-APART <= WS-TURN-DAYS
              AND WS-KT-AMOUNT (WS-PDX) >= WS-TURN-FLOOR
              MOVE "Y" TO WS-TURNAROUND
           END-IF

           IF WS-SIMILAR = "N" AND WS-TURNAROUND = "N"
              GO TO 0420-END
           END-IF

           IF WS-SLOT-A = WS-SLOT-B
              MOVE "Y" TO WS-RELATED
           ELSE
              PERFORM 0440-CHECK-RELATED THRU 0440-END
           END-IF

           IF WS-RELATED = "N"
              GO TO 0420-END
           END-IF

           IF WS-SLOT-A NOT = WS-SLOT-B AND WS-SIMILAR = "Y"
              ADD 1 TO WS-KA-PAIR-COUNT (WS-SLOT-A)
              ADD 1 TO WS-KA-PAIR-COUNT (WS-SLOT-B)
              PERFORM 0460-RECORD-PAIR THRU 0460-END
              MOVE "CIRCULAR" TO WS-KP-TYPE (WS-KP-COUNT)
           END-IF

           IF WS-TURNAROUND = "Y" AND WS-TURN-HIT = "N"
              MOVE "Y" TO WS-TURN-HIT
              ADD 1 TO WS-KA-TURN-COUNT (WS-SLOT-A)
              IF WS-SLOT-A = WS-SLOT-B OR WS-SIMILAR = "N"
                 PERFORM 0460-RECORD-PAIR THRU 0460-END
                 MOVE "TURNAROUND" TO WS-KP-TYPE (WS-KP-COUNT)
              END-IF
           END-IF.
       0420-END.

       0440-CHECK-RELATED.
           MOVE "N" TO WS-RELATED
           PERFORM VARYING WS-ODX FROM 1 BY 1
              UNTIL WS-ODX > WS-KO-COUNT OR WS-RELATED = "Y"
              IF WS-KO-SLOT (WS-ODX) = WS-SLOT-A
                 MOVE WS-KO-CUST-ID (WS-ODX) TO WS-SEEK-CUST
                 PERFORM VARYING WS-JDX FROM 1 BY 1
                    UNTIL WS-JDX > WS-KO-COUNT OR WS-RELATED = "Y"
                    IF WS-KO-SLOT (WS-JDX) = WS-SLOT-B
                       AND WS-KO-CUST-ID (WS-JDX) = WS-SEEK-CUST
                       MOVE "Y" TO WS-RELATED
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       0440-END.

       0460-RECORD-PAIR.
           IF WS-KP-COUNT >= 1000
              MOVE "Y" TO WS-TABLE-FULL
              GO TO 0460-END
           END-IF

           ADD 1 TO WS-KP-COUNT
           MOVE WS-IDX TO WS-KP-DEP (WS-KP-COUNT)
           MOVE WS-PDX TO WS-KP-WD (WS-KP-COUNT)
           MOVE SPACES TO WS-KP-TYPE (WS-KP-COUNT).
       0460-END.

       0500-SCORE-ACCOUNT.
           MOVE ZEROES TO WS-KA-SCORE (WS-IDX)

           IF WS-KA-BALANCE (WS-IDX) > ZEROES
              COMPUTE WS-PCT-WORK =
                      WS-KA-UNCOLL (WS-IDX) * 100
                    / WS-KA-BALANCE (WS-IDX)
              IF WS-PCT-WORK > 999
                 MOVE 999 TO WS-PCT-WORK
              END-IF
              MOVE WS-PCT-WORK TO WS-KA-UNCOLL-PCT (WS-IDX)
           ELSE
              IF WS-KA-UNCOLL (WS-IDX) > ZEROES
                 MOVE 999 TO WS-KA-UNCOLL-PCT (WS-IDX)
              END-IF
           END-IF

           IF WS-KA-PAIR-COUNT (WS-IDX) >= 2
              ADD 1 TO WS-KA-SCORE (WS-IDX)
           END-IF
           IF WS-KA-TURN-COUNT (WS-IDX) >= 2
              ADD 1 TO WS-KA-SCORE (WS-IDX)
           END-IF
           IF WS-KA-UNCOLL (WS-IDX) > ZEROES
              AND WS-KA-UNCOLL-PCT (WS-IDX) >= WS-UNCOLL-LIMIT
              ADD 1 TO WS-KA-SCORE (WS-IDX)
           END-IF.
       0500-END.

       0600-REPORT-SUSPECT.
           PERFORM 0650-UPDATE-SUSPECT THRU 0650-END

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-KA-BALANCE (WS-IDX) TO WS-BALANCE-EDIT
           MOVE WS-KA-UNCOLL (WS-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT " WS-KA-ACC-ID (WS-IDX)
                  " CUSTOMER " WS-KA-CUST-ID (WS-IDX)
                  " SCORE " WS-KA-SCORE (WS-IDX)
                  "  BALANCE " WS-BALANCE-EDIT
                  "  UNCOLLECTED " WS-AMOUNT-EDIT
                  " (" WS-KA-UNCOLL-PCT (WS-IDX) "%)"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE WS-KA-DEP-AMT (WS-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-KA-WD-AMT (WS-IDX) TO WS-AMOUNT-EDIT2
           MOVE SPACES TO REPORT-LINE
           STRING "  DEPOSITS " WS-KA-DEP-COUNT (WS-IDX)
                  " FOR " WS-AMOUNT-EDIT
                  "  WITHDRAWALS " WS-KA-WD-COUNT (WS-IDX)
                  " FOR " WS-AMOUNT-EDIT2
                  "  CIRCULAR " WS-KA-PAIR-COUNT (WS-IDX)
                  "  TURNAROUND " WS-KA-TURN-COUNT (WS-IDX)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-PREV-CLEARED = "Y"
              STRING "  CLEARED BY " KS-REVIEWED-BY " ON "
                     KS-REVIEWED-DATE " - NOT RE-FLAGGED: " KS-NOTE
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "  FLAGGED " KS-FLAGGED-DATE
                     "  EXTENDED HOLDS: " KS-EXT-HOLD
                     "  HOLDS EXTENDED TONIGHT: " WS-HOLDS-EXTENDED
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           PERFORM VARYING WS-PDX FROM 1 BY 1
              UNTIL WS-PDX > WS-KP-COUNT
              MOVE WS-KP-DEP (WS-PDX) TO WS-JDX
              MOVE WS-KP-WD (WS-PDX) TO WS-ODX
              IF WS-KT-SLOT (WS-JDX) = WS-IDX
                 OR WS-KT-SLOT (WS-ODX) = WS-IDX
                 PERFORM 0620-REPORT-PAIR
              END-IF
           END-PERFORM.
       0600-END.

       0620-REPORT-PAIR.
           MOVE WS-KT-AMOUNT (WS-JDX) TO WS-AMOUNT-EDIT
           MOVE WS-KT-AMOUNT (WS-ODX) TO WS-AMOUNT-EDIT2
           MOVE WS-KT-SLOT (WS-JDX) TO WS-SLOT-A
           MOVE WS-KT-SLOT (WS-ODX) TO WS-SLOT-B
           MOVE SPACES TO REPORT-LINE
           STRING "    DEP " WS-KT-DATE (WS-JDX)
                  " " WS-KA-ACC-ID (WS-SLOT-A)
                  " TXN " WS-KT-TR-ID (WS-JDX)
                  " " WS-AMOUNT-EDIT
                  "  WD " WS-KT-DATE (WS-ODX)
                  " " WS-KA-ACC-ID (WS-SLOT-B)
                  " " WS-KT-CODE (WS-ODX)
                  " " WS-AMOUNT-EDIT2
                  " " WS-KP-TYPE (WS-PDX)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0620-END.

       0650-UPDATE-SUSPECT.
           MOVE "N" TO WS-PREV-CLEARED
           MOVE ZEROES TO WS-HOLDS-EXTENDED

           MOVE WS-KA-ACC-ID (WS-IDX) TO KS-ACC-ID
           READ KITE-SUSPECTS KEY IS KS-ACC-ID
              INVALID KEY
                 MOVE SPACES TO KS-DETAILS
                 MOVE WS-KA-ACC-ID (WS-IDX) TO KS-ACC-ID
                 MOVE WS-BUS-DATE TO KS-FLAGGED-DATE
                 MOVE WS-EXT-HOLD TO KS-EXT-HOLD
                 MOVE "SUSPECT" TO KS-STATUS
                 PERFORM 0660-FILL-SUSPECT
                 WRITE KS-DETAILS
                 ADD 1 TO WS-NEW-COUNT
                 ADD 1 TO WS-SUSPECT-COUNT
                 GO TO 0650-CHECK-HOLDS
           END-READ

           IF KS-STATUS = "CLEARED"
              AND KS-REVIEWED-DATE NOT < WS-CUTOFF-DATE
              MOVE "Y" TO WS-PREV-CLEARED
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 0650-END
           END-IF

           IF KS-STATUS = "CLEARED"
              MOVE WS-BUS-DATE TO KS-FLAGGED-DATE
              MOVE "SUSPECT" TO KS-STATUS
              MOVE SPACES TO KS-REVIEWED-BY
              MOVE SPACES TO KS-REVIEWED-DATE
              MOVE SPACES TO KS-NOTE
              MOVE WS-EXT-HOLD TO KS-EXT-HOLD
              ADD 1 TO WS-NEW-COUNT
           END-IF

           IF WS-EXT-HOLD = "Y"
              MOVE "Y" TO KS-EXT-HOLD
           END-IF

           PERFORM 0660-FILL-SUSPECT
           REWRITE KS-DETAILS
           ADD 1 TO WS-SUSPECT-COUNT.

       0650-CHECK-HOLDS.
           IF KS-EXT-HOLD = "Y"
              CALL "extendKiteHolds" USING KS-ACC-ID WS-BUS-DATE
                   WS-HOLDS-EXTENDED
              ADD WS-HOLDS-EXTENDED TO WS-EXT-TOTAL
           END-IF.
       0650-END.

       0660-FILL-SUSPECT.
           MOVE WS-KA-CUST-ID (WS-IDX) TO KS-CUST-ID
           MOVE WS-BUS-DATE TO KS-LAST-SEEN
           MOVE WS-KA-SCORE (WS-IDX) TO KS-SCORE
           MOVE WS-KA-PAIR-COUNT (WS-IDX) TO KS-PAIR-COUNT
           MOVE WS-KA-TURN-COUNT (WS-IDX) TO KS-TURN-COUNT
           MOVE WS-KA-UNCOLL (WS-IDX) TO KS-UNCOLLECTED
           MOVE WS-KA-BALANCE (WS-IDX) TO KS-BALANCE
           MOVE WS-KA-UNCOLL-PCT (WS-IDX) TO KS-UNCOLL-PCT.
       0660-END.

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
                  " " WS-AUDIT-OPERATOR " kiteScan: "
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
                  " kiteScan " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
