       IDENTIFICATION DIVISION.
       PROGRAM-ID. dataQualityScan.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CUSTOMERS ASSIGN TO "customers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMERS-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT DQ-DEFECTS ASSIGN TO "dqdefects.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DQD-KEY
           FILE STATUS IS DQ-DEFECTS-CHECK-STATUS.

       SELECT DQ-RULES ASSIGN TO "dqrules.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DQ-RULES-CHECK-STATUS.

       SELECT DQ-TREND ASSIGN TO "dqtrend.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DQ-TREND-CHECK-STATUS.

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

       FD  CUSTOMERS.
       01  CUST-DETAILS.
           02 CUST-ID           PIC 9(6).
           02 CUST-NAME         PIC X(30).
           02 CUST-CREATED-AT   PIC X(10).
           02 CUST-ADDRESS      PIC X(30).
           02 CUST-CITY         PIC X(20).
           02 CUST-POSTAL-CODE  PIC X(10).
           02 CUST-PHONE        PIC X(15).
           02 CUST-TAX-ID       PIC X(11).
           02 CUST-BIRTH-DATE   PIC X(10).
           02 CUST-ID-DOC-TYPE  PIC X(10).
           02 CUST-ID-DOC-NO    PIC X(15).
           02 CUST-WHT-FLAG     PIC X(1).
           02 CUST-WHT-RATE     PIC V9(4).

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

       FD  DQ-DEFECTS.
       01  DQD-DETAILS.
           05 DQD-KEY.
              10 DQD-REC-TYPE        PIC X(4).
              10 DQD-REC-ID          PIC 9(8).
              10 DQD-RULE            PIC X(8).
           05 DQD-BRANCH             PIC X(4).
           05 DQD-DETAIL             PIC X(30).
           05 DQD-FIRST-FOUND        PIC X(10).
           05 DQD-LAST-SEEN          PIC X(10).
           05 DQD-STATUS             PIC X(8).
           05 DQD-CLOSED-AT          PIC X(10).

       FD  DQ-RULES.
       01  DQ-RULE-LINE.
           05 DQR-CODE               PIC X(8).
           05 FILLER                 PIC X(1).
           05 DQR-ENABLED            PIC X(1).

       FD  DQ-TREND.
       01  DQ-TREND-LINE.
           05 DQT-RUN-DATE           PIC X(10).
           05 FILLER                 PIC X(1).
           05 DQT-OPEN               PIC 9(7).
           05 FILLER                 PIC X(1).
           05 DQT-NEW                PIC 9(7).
           05 FILLER                 PIC X(1).
           05 DQT-RESOLVED           PIC 9(7).
           05 FILLER                 PIC X(1).
           05 DQT-CUSTOMERS          PIC 9(7).
           05 FILLER                 PIC X(1).
           05 DQT-ACCOUNTS           PIC 9(7).

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

       01  CUSTOMERS-CHECK-STATUS    PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  DQ-DEFECTS-CHECK-STATUS   PIC XX.
       01  DQ-RULES-CHECK-STATUS     PIC XX.
       01  DQ-TREND-CHECK-STATUS     PIC XX.
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
       01  WS-TODAY-NUM              PIC 9(8).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 10 TIMES.
              10 WS-RULE-CODE        PIC X(8).
              10 WS-RULE-ON          PIC X(1).
              10 WS-RULE-DESC        PIC X(36).
              10 WS-RULE-HITS        PIC 9(7).
       01  WS-RULE-COUNT             PIC 9(2) VALUE 10.
       01  WS-RULE-IDX               PIC 9(2).
       01  WS-RULE-NO                PIC 9(2).

       01  WS-CB-TABLE.
           05 WS-CB-ENTRY OCCURS 5000 TIMES.
              10 WS-CB-CUST-ID       PIC 9(6).
              10 WS-CB-BRANCH        PIC X(4).
       01  WS-CB-COUNT               PIC 9(4).
       01  WS-CB-IDX                 PIC 9(4).

       01  WS-WL-TABLE.
           05 WS-WL-ENTRY OCCURS 5000 TIMES.
              10 WS-WL-BRANCH        PIC X(4).
              10 WS-WL-REC-TYPE      PIC X(4).
              10 WS-WL-REC-ID        PIC 9(8).
              10 WS-WL-RULE          PIC X(8).
              10 WS-WL-DETAIL        PIC X(30).
              10 WS-WL-FIRST-FOUND   PIC X(10).
       01  WS-WL-COUNT               PIC 9(4).
       01  WS-WL-IDX                 PIC 9(4).

       01  WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 200 TIMES.
              10 WS-BR-CODE          PIC X(4).
              10 WS-BR-DEFECTS       PIC 9(5).
       01  WS-BR-COUNT               PIC 9(3).
       01  WS-BR-IDX                 PIC 9(3).
       01  WS-BR-FOUND               PIC 9(3).

       01  WS-TR-TABLE.
           05 WS-TR-ENTRY OCCURS 12 TIMES.
              10 WS-TR-LINE          PIC X(50).
       01  WS-TR-COUNT               PIC 9(2).
       01  WS-TR-IDX                 PIC 9(2).
       01  WS-TREND-WORK.
           05 WS-TW-RUN-DATE         PIC X(10).
           05 FILLER                 PIC X(1).
           05 WS-TW-OPEN             PIC 9(7).
           05 FILLER                 PIC X(32).
       01  WS-PREV-OPEN              PIC 9(7) VALUE ZEROES.
       01  WS-PREV-FOUND             PIC X VALUE "N".

       01  WS-TABLE-FULL             PIC X VALUE "N".

       01  WS-THIS-TYPE              PIC X(4).
       01  WS-THIS-ID                PIC 9(8).
       01  WS-THIS-BRANCH            PIC X(4).
       01  WS-THIS-DETAIL            PIC X(30).

       01  WS-CUST-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-ACC-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-OPEN-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-NEW-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-RESOLVED-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-WAIVED-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-CHANGE                 PIC S9(7).
       01  WS-CHANGE-EDIT            PIC -(6)9.

       01  WS-CHECK-DATE             PIC X(10).
       01  WS-CHECK-NUM              PIC 9(8).
       01  WS-CHECK-INT              PIC 9(8).
       01  WS-CHECK-BACK             PIC 9(8).
       01  WS-DATE-FLAG              PIC X.
           88  WS-DATE-VALID         VALUE "Y".
           88  WS-DATE-INVALID       VALUE "N".

       01  WS-CHAR-IDX               PIC 9(2).
       01  WS-BAD-CHARS              PIC 9(2).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-CUST-COUNT
           MOVE ZEROES TO WS-ACC-COUNT
           MOVE ZEROES TO WS-OPEN-COUNT
           MOVE ZEROES TO WS-NEW-COUNT
           MOVE ZEROES TO WS-RESOLVED-COUNT
           MOVE ZEROES TO WS-WAIVED-COUNT
           MOVE ZEROES TO WS-CB-COUNT
           MOVE ZEROES TO WS-WL-COUNT
           MOVE ZEROES TO WS-BR-COUNT
           MOVE "N" TO WS-TABLE-FULL

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE DATA QUALITY "
                      "SCAN CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-TODAY-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-TODAY-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-TODAY-NUM(7:2)
           MOVE WS-TODAY-NUM TO WS-DATE-YYYYMMDD

           PERFORM 0150-LOAD-RULES THRU 0150-END

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              MOVE CUSTOMERS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING CUSTOMERS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE ACCOUNTS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O DQ-DEFECTS
           IF DQ-DEFECTS-CHECK-STATUS = "35"
              OPEN OUTPUT DQ-DEFECTS
              CLOSE DQ-DEFECTS
              OPEN I-O DQ-DEFECTS
           END-IF

           IF DQ-DEFECTS-CHECK-STATUS NOT = "00"
              MOVE DQ-DEFECTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING DQ DEFECTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE ACCOUNTS
              CLOSE CUSTOMERS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    PERFORM 0200-LOAD-CUST-BRANCH THRU 0200-END
              END-READ
           END-PERFORM

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ CUSTOMERS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CUST-COUNT
                    PERFORM 0300-CHECK-CUSTOMER THRU 0300-END
              END-READ
           END-PERFORM

           MOVE ZEROES TO FS-ID
           START ACCOUNTS KEY IS NOT LESS THAN FS-ID
              INVALID KEY
                 CONTINUE
           END-START

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ACC-COUNT
                    PERFORM 0400-CHECK-ACCOUNT THRU 0400-END
              END-READ
           END-PERFORM

           CLOSE CUSTOMERS
           CLOSE ACCOUNTS

           PERFORM 0550-CLOSE-CLEARED THRU 0550-END

           CLOSE DQ-DEFECTS

           PERFORM 0600-UPDATE-TREND THRU 0600-END

           MOVE SPACES TO WS-REPORT-NAME
           STRING "dq_worklist_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING DQ WORKLIST" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0700-WRITE-WORKLIST THRU 0700-END

           CLOSE REPORT-OUT

           MOVE "DATA QUALITY" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING "OPEN DEFECTS " WS-OPEN-COUNT
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DATA QUALITY SCAN: " WS-OPEN-COUNT " OPEN "
                  WS-NEW-COUNT " NEW " WS-RESOLVED-COUNT " CLEARED"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-LOAD-RULES.
           MOVE "NOTAXID"  TO WS-RULE-CODE(1)
           MOVE "TAX ID MISSING" TO WS-RULE-DESC(1)
           MOVE "BADDOB"   TO WS-RULE-CODE(2)
           MOVE "BIRTH DATE MISSING OR IMPOSSIBLE" TO WS-RULE-DESC(2)
           MOVE "NOPOSTAL" TO WS-RULE-CODE(3)
           MOVE "POSTAL CODE BLANK" TO WS-RULE-DESC(3)
           MOVE "BADPHONE" TO WS-RULE-CODE(4)
           MOVE "PHONE BLANK OR NOT NUMERIC" TO WS-RULE-DESC(4)
           MOVE "NODOCNO"  TO WS-RULE-CODE(5)
           MOVE "ID DOCUMENT MISSING OR WITH NO NUMBER"
                TO WS-RULE-DESC(5)
           MOVE "NOADDR"   TO WS-RULE-CODE(6)
           MOVE "ADDRESS OR CITY BLANK" TO WS-RULE-DESC(6)
           MOVE "ACNOBRCH" TO WS-RULE-CODE(7)
           MOVE "ACCOUNT HAS NO BRANCH" TO WS-RULE-DESC(7)
           MOVE "ACNOCCY"  TO WS-RULE-CODE(8)
           MOVE "ACCOUNT HAS NO CURRENCY" TO WS-RULE-DESC(8)
           MOVE "ACNONAME" TO WS-RULE-CODE(9)
           MOVE "ACCOUNT NAME BLANK" TO WS-RULE-DESC(9)
           MOVE "ACBADOPN" TO WS-RULE-CODE(10)
           MOVE "ACCOUNT OPEN DATE MISSING OR INVALID"
                TO WS-RULE-DESC(10)

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-COUNT
              MOVE "Y" TO WS-RULE-ON(WS-RULE-IDX)
              MOVE ZEROES TO WS-RULE-HITS(WS-RULE-IDX)
           END-PERFORM

           OPEN INPUT DQ-RULES
           IF DQ-RULES-CHECK-STATUS NOT = "00"
              GO TO 0150-END
           END-IF

           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ DQ-RULES
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                       IF WS-RULE-CODE(WS-RULE-IDX) =
                          FUNCTION UPPER-CASE (DQR-CODE)
                          IF DQR-ENABLED = "N" OR DQR-ENABLED = "n"
                             MOVE "N" TO WS-RULE-ON(WS-RULE-IDX)
                          ELSE
                             MOVE "Y" TO WS-RULE-ON(WS-RULE-IDX)
                          END-IF
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM

           CLOSE DQ-RULES.
       0150-END.

       0200-LOAD-CUST-BRANCH.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-COUNT
              IF WS-CB-CUST-ID(WS-CB-IDX) = FS-CUST-ID
                 GO TO 0200-END
              END-IF
           END-PERFORM

           IF WS-CB-COUNT < 5000
              ADD 1 TO WS-CB-COUNT
              MOVE FS-CUST-ID TO WS-CB-CUST-ID(WS-CB-COUNT)
              MOVE FS-BRANCH TO WS-CB-BRANCH(WS-CB-COUNT)
           ELSE
              MOVE "Y" TO WS-TABLE-FULL
           END-IF.
       0200-END.

       0300-CHECK-CUSTOMER.
           MOVE "CUST" TO WS-THIS-TYPE
           MOVE CUST-ID TO WS-THIS-ID
           MOVE "NONE" TO WS-THIS-BRANCH
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-COUNT
              IF WS-CB-CUST-ID(WS-CB-IDX) = CUST-ID
                 MOVE WS-CB-BRANCH(WS-CB-IDX) TO WS-THIS-BRANCH
                 MOVE WS-CB-COUNT TO WS-CB-IDX
              END-IF
           END-PERFORM
           IF WS-THIS-BRANCH = SPACES
              MOVE "NONE" TO WS-THIS-BRANCH
           END-IF

           IF CUST-TAX-ID = SPACES
              MOVE 1 TO WS-RULE-NO
              MOVE SPACES TO WS-THIS-DETAIL
              PERFORM 0500-RECORD-DEFECT THRU 0500-END
           END-IF

           MOVE CUST-BIRTH-DATE TO WS-CHECK-DATE
           PERFORM 0450-VALIDATE-DATE THRU 0450-END
           IF WS-DATE-VALID
              IF WS-CHECK-NUM > WS-TODAY-NUM
                 OR WS-CHECK-NUM < WS-TODAY-NUM - 1200000
                 SET WS-DATE-INVALID TO TRUE
              END-IF
           END-IF
           IF WS-DATE-INVALID
              MOVE 2 TO WS-RULE-NO
              MOVE SPACES TO WS-THIS-DETAIL
              STRING "BIRTH DATE '" CUST-BIRTH-DATE "'"
                 DELIMITED BY SIZE INTO WS-THIS-DETAIL
              PERFORM 0500-RECORD-DEFECT THRU 0500-END
           END-IF

           IF CUST-POSTAL-CODE = SPACES
              MOVE 3 TO WS-RULE-NO
              MOVE SPACES TO WS-THIS-DETAIL
              PERFORM 0500-RECORD-DEFECT THRU 0500-END
           END-IF

           MOVE ZEROES TO WS-BAD-CHARS
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > 15
              IF CUST-PHONE(WS-CHAR-IDX:1) NOT NUMERIC
                 AND CUST-PHONE(WS-CHAR-IDX:1) NOT = SPACE
                 AND CUST-PHONE(WS-CHAR-IDX:1) NOT = "+"
                 AND CUST-PHONE(WS-CHAR-IDX:1) NOT = "-"
                 AND CUST-PHONE(WS-CHAR-IDX:1) NOT = "("
                 AND CUST-PHONE(WS-CHAR-IDX:1) NOT = ")"
                 ADD 1 TO WS-BAD-CHARS
              END-IF
           END-PERFORM
           IF CUST-PHONE = SPACES OR WS-BAD-CHARS > ZEROES
              MOVE 4 TO WS-RULE-NO
              MOVE SPACES TO WS-THIS-DETAIL
              STRING "PHONE '" CUST-PHONE "'"
                 DELIMITED BY SIZE INTO WS-THIS-DETAIL
              PERFORM 0500-RECORD-DEFECT THRU 0500-END
           END-IF

           IF CUST-ID-DOC-NO = SPACES
              MOVE 5 TO WS-RULE-NO
              MOVE SPACES TO WS-THIS-DETAIL
              IF CUST-ID-DOC-TYPE = SPACES
                 MOVE "NO ID DOCUMENT ON FILE" TO WS-THIS-DETAIL
              ELSE
                 STRING "DOC TYPE " CUST-ID-DOC-TYPE " NO NUMBER"
                    DELIMITED BY SIZE INTO WS-THIS-DETAIL
              END-IF
              PERFORM 0500-RECORD-DEFECT THRU 0500-END
           END-IF

           IF CUST-ADDRESS = SPACES OR CUST-CITY = SPACES
              MOVE 6 TO WS-RULE-NO
              MOVE SPACES TO WS-THIS-DETAIL
              PERFORM 0500-RECORD-DEFECT THRU 0500-END
           END-IF.
       0300-END.

       0400-CHECK-ACCOUNT.
           MOVE "ACCT" TO WS-THIS-TYPE
           MOVE FS-ID TO WS-THIS-ID
           MOVE FS-BRANCH TO WS-THIS-BRANCH
           IF WS-THIS-BRANCH = SPACES
              MOVE "NONE" TO WS-THIS-BRANCH
           END-IF

           IF FS-BRANCH = SPACES
              MOVE 7 TO WS-RULE-NO
              MOVE SPACES TO WS-THIS-DETAIL
              PERFORM 0500-RECORD-DEFECT THRU 0500-END
           END-IF

           IF FS-CURRENCY = SPACES
              MOVE 8 TO WS-RULE-NO
              MOVE SPACES TO WS-THIS-DETAIL
              PERFORM 0500-RECORD-DEFECT THRU 0500-END
           END-IF

           IF FS-FULLNAME = SPACES
              MOVE 9 TO WS-RULE-NO
              MOVE SPACES TO WS-THIS-DETAIL
              PERFORM 0500-RECORD-DEFECT THRU 0500-END
           END-IF

           MOVE FS-CREATED-AT TO WS-CHECK-DATE
           PERFORM 0450-VALIDATE-DATE THRU 0450-END
           IF WS-DATE-VALID
              IF WS-CHECK-NUM > WS-TODAY-NUM
                 SET WS-DATE-INVALID TO TRUE
              END-IF
           END-IF
           IF WS-DATE-INVALID
              MOVE 10 TO WS-RULE-NO
              MOVE SPACES TO WS-THIS-DETAIL
              STRING "OPENED '" FS-CREATED-AT "'"
                 DELIMITED BY SIZE INTO WS-THIS-DETAIL
              PERFORM 0500-RECORD-DEFECT THRU 0500-END
           END-IF.
       0400-END.

       0450-VALIDATE-DATE.
           SET WS-DATE-INVALID TO TRUE
           MOVE ZEROES TO WS-CHECK-NUM

           IF WS-CHECK-DATE(1:4) NOT NUMERIC
              OR WS-CHECK-DATE(5:1) NOT = "-"
              OR WS-CHECK-DATE(6:2) NOT NUMERIC
              OR WS-CHECK-DATE(8:1) NOT = "-"
              OR WS-CHECK-DATE(9:2) NOT NUMERIC
              GO TO 0450-END
           END-IF

           MOVE WS-CHECK-DATE(1:4) TO WS-CHECK-NUM(1:4)
           MOVE WS-CHECK-DATE(6:2) TO WS-CHECK-NUM(5:2)
           MOVE WS-CHECK-DATE(9:2) TO WS-CHECK-NUM(7:2)

           IF WS-CHECK-NUM(1:4) < "1601"
              OR WS-CHECK-NUM(5:2) < "01" OR WS-CHECK-NUM(5:2) > "12"
              OR WS-CHECK-NUM(7:2) < "01" OR WS-CHECK-NUM(7:2) > "31"
              GO TO 0450-END
           END-IF

           COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CHECK-NUM)
           IF WS-CHECK-INT = ZEROES
              GO TO 0450-END
           END-IF
           COMPUTE WS-CHECK-BACK =
                   FUNCTION DATE-OF-INTEGER (WS-CHECK-INT)
           IF WS-CHECK-BACK = WS-CHECK-NUM
              SET WS-DATE-VALID TO TRUE
           END-IF.
       0450-END.

       0500-RECORD-DEFECT.
           IF WS-RULE-ON(WS-RULE-NO) NOT = "Y"
              GO TO 0500-END
           END-IF

           ADD 1 TO WS-RULE-HITS(WS-RULE-NO)

           MOVE WS-THIS-TYPE TO DQD-REC-TYPE
           MOVE WS-THIS-ID TO DQD-REC-ID
           MOVE WS-RULE-CODE(WS-RULE-NO) TO DQD-RULE
           READ DQ-DEFECTS KEY IS DQD-KEY
              INVALID KEY
                 MOVE WS-THIS-TYPE TO DQD-REC-TYPE
                 MOVE WS-THIS-ID TO DQD-REC-ID
                 MOVE WS-RULE-CODE(WS-RULE-NO) TO DQD-RULE
                 MOVE WS-THIS-BRANCH TO DQD-BRANCH
                 MOVE WS-THIS-DETAIL TO DQD-DETAIL
                 MOVE WS-BUS-DATE TO DQD-FIRST-FOUND
                 MOVE WS-BUS-DATE TO DQD-LAST-SEEN
                 MOVE "OPEN" TO DQD-STATUS
                 MOVE SPACES TO DQD-CLOSED-AT
                 WRITE DQD-DETAILS
                 ADD 1 TO WS-NEW-COUNT
              NOT INVALID KEY
                 IF DQD-STATUS NOT = "OPEN"
                    MOVE WS-BUS-DATE TO DQD-FIRST-FOUND
                    MOVE "OPEN" TO DQD-STATUS
                    MOVE SPACES TO DQD-CLOSED-AT
                    ADD 1 TO WS-NEW-COUNT
                 END-IF
                 MOVE WS-THIS-BRANCH TO DQD-BRANCH
                 MOVE WS-THIS-DETAIL TO DQD-DETAIL
                 MOVE WS-BUS-DATE TO DQD-LAST-SEEN
                 REWRITE DQD-DETAILS
           END-READ

           IF WS-WL-COUNT < 5000
              ADD 1 TO WS-WL-COUNT
              MOVE WS-THIS-BRANCH TO WS-WL-BRANCH(WS-WL-COUNT)
              MOVE WS-THIS-TYPE TO WS-WL-REC-TYPE(WS-WL-COUNT)
              MOVE WS-THIS-ID TO WS-WL-REC-ID(WS-WL-COUNT)
              MOVE DQD-RULE TO WS-WL-RULE(WS-WL-COUNT)
              MOVE WS-THIS-DETAIL TO WS-WL-DETAIL(WS-WL-COUNT)
              MOVE DQD-FIRST-FOUND TO WS-WL-FIRST-FOUND(WS-WL-COUNT)
           ELSE
              MOVE "Y" TO WS-TABLE-FULL
           END-IF

           MOVE ZEROES TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-FOUND > ZEROES
              IF WS-BR-CODE(WS-BR-IDX) = WS-THIS-BRANCH
                 MOVE WS-BR-IDX TO WS-BR-FOUND
              END-IF
           END-PERFORM
           IF WS-BR-FOUND = ZEROES AND WS-BR-COUNT < 200
              ADD 1 TO WS-BR-COUNT
              MOVE WS-BR-COUNT TO WS-BR-FOUND
              MOVE WS-THIS-BRANCH TO WS-BR-CODE(WS-BR-FOUND)
              MOVE ZEROES TO WS-BR-DEFECTS(WS-BR-FOUND)
           END-IF
           IF WS-BR-FOUND > ZEROES
              ADD 1 TO WS-BR-DEFECTS(WS-BR-FOUND)
           END-IF.
       0500-END.

       0550-CLOSE-CLEARED.
           MOVE LOW-VALUES TO DQD-KEY
           SET NOT-EOF-FILE TO TRUE
           START DQ-DEFECTS KEY IS NOT LESS THAN DQD-KEY
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START

           PERFORM UNTIL EOF-FILE
              READ DQ-DEFECTS NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF DQD-STATUS = "OPEN"
                       PERFORM 0560-CHECK-DEFECT THRU 0560-END
                    END-IF
              END-READ
           END-PERFORM.
       0550-END.

       0560-CHECK-DEFECT.
           IF DQD-LAST-SEEN = WS-BUS-DATE
              ADD 1 TO WS-OPEN-COUNT
              GO TO 0560-END
           END-IF

           MOVE ZEROES TO WS-RULE-NO
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-COUNT
              IF WS-RULE-CODE(WS-RULE-IDX) = DQD-RULE
                 MOVE WS-RULE-IDX TO WS-RULE-NO
              END-IF
           END-PERFORM

           IF WS-RULE-NO > ZEROES
              IF WS-RULE-ON(WS-RULE-NO) NOT = "Y"
                 MOVE "WAIVED" TO DQD-STATUS
                 ADD 1 TO WS-WAIVED-COUNT
              ELSE
                 MOVE "CLEARED" TO DQD-STATUS
                 ADD 1 TO WS-RESOLVED-COUNT
              END-IF
           ELSE
              MOVE "WAIVED" TO DQD-STATUS
              ADD 1 TO WS-WAIVED-COUNT
           END-IF

           MOVE WS-BUS-DATE TO DQD-CLOSED-AT
           REWRITE DQD-DETAILS.
       0560-END.

       0600-UPDATE-TREND.
           MOVE ZEROES TO WS-TR-COUNT
           MOVE "N" TO WS-PREV-FOUND

           OPEN INPUT DQ-TREND
           IF DQ-TREND-CHECK-STATUS = "00"
              SET NOT-EOF-FILE TO TRUE
              PERFORM UNTIL EOF-FILE
                 READ DQ-TREND
                    AT END
                       SET EOF-FILE TO TRUE
                    NOT AT END
                       IF DQT-RUN-DATE NOT = WS-BUS-DATE
                          MOVE DQ-TREND-LINE TO WS-TREND-WORK
                          PERFORM 0620-KEEP-TREND-LINE THRU 0620-END
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DQ-TREND
           END-IF

           OPEN EXTEND DQ-TREND
           IF DQ-TREND-CHECK-STATUS = "35"
              OPEN OUTPUT DQ-TREND
           END-IF

           MOVE SPACES TO DQ-TREND-LINE
           MOVE WS-BUS-DATE TO DQT-RUN-DATE
           MOVE WS-OPEN-COUNT TO DQT-OPEN
           MOVE WS-NEW-COUNT TO DQT-NEW
           MOVE WS-RESOLVED-COUNT TO DQT-RESOLVED
           MOVE WS-CUST-COUNT TO DQT-CUSTOMERS
           MOVE WS-ACC-COUNT TO DQT-ACCOUNTS
           MOVE DQ-TREND-LINE TO WS-TREND-WORK
           WRITE DQ-TREND-LINE
           CLOSE DQ-TREND

           PERFORM 0620-KEEP-TREND-LINE THRU 0620-END.
       0600-END.

       0620-KEEP-TREND-LINE.
           IF WS-TW-RUN-DATE NOT = WS-BUS-DATE
              MOVE WS-TW-OPEN TO WS-PREV-OPEN
              MOVE "Y" TO WS-PREV-FOUND
           END-IF

           IF WS-TR-COUNT = 12
              PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                 UNTIL WS-TR-IDX > 11
                 MOVE WS-TR-LINE(WS-TR-IDX + 1)
                      TO WS-TR-LINE(WS-TR-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WS-TR-COUNT
           END-IF
           MOVE WS-TREND-WORK TO WS-TR-LINE(WS-TR-COUNT).
       0620-END.

       0700-WRITE-WORKLIST.
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER AND ACCOUNT DATA QUALITY WORKLIST - "
                  WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS SCANNED: " WS-CUST-COUNT
                  "  ACCOUNTS SCANNED: " WS-ACC-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TABLE-FULL = "Y"
              MOVE SPACES TO REPORT-LINE
              STRING "*** WORK TABLES FULL - WORKLIST IS INCOMPLETE, "
                     "DEFECT FILE AND TOTALS ARE COMPLETE ***"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RULES IN FORCE (dqrules.CTL):" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-COUNT
              MOVE SPACES TO REPORT-LINE
              IF WS-RULE-ON(WS-RULE-IDX) = "Y"
                 STRING "  " WS-RULE-CODE(WS-RULE-IDX) " "
                        WS-RULE-DESC(WS-RULE-IDX) " FAILURES: "
                        WS-RULE-HITS(WS-RULE-IDX)
                    DELIMITED BY SIZE INTO REPORT-LINE
              ELSE
                 STRING "  " WS-RULE-CODE(WS-RULE-IDX) " "
                        WS-RULE-DESC(WS-RULE-IDX) " (SWITCHED OFF)"
                    DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              WRITE REPORT-LINE
           END-PERFORM

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BR-COUNT
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "BRANCH " WS-BR-CODE(WS-BR-IDX) " - "
                     WS-BR-DEFECTS(WS-BR-IDX) " FAILING ITEMS"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "  TYPE RECORD   RULE     SINCE      DETAIL"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                 UNTIL WS-WL-IDX > WS-WL-COUNT
                 IF WS-WL-BRANCH(WS-WL-IDX) = WS-BR-CODE(WS-BR-IDX)
                    MOVE SPACES TO REPORT-LINE
                    STRING "  " WS-WL-REC-TYPE(WS-WL-IDX) " "
                           WS-WL-REC-ID(WS-WL-IDX) " "
                           WS-WL-RULE(WS-WL-IDX) " "
                           WS-WL-FIRST-FOUND(WS-WL-IDX) " "
                           WS-WL-DETAIL(WS-WL-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WS-BR-COUNT = ZEROES
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "NO FAILING RECORDS." TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPEN DEFECT BACKLOG BY RUN:" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  RUN DATE   OPEN    NEW     CLEARED CUSTS   "
                  "ACCTS"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
              UNTIL WS-TR-IDX > WS-TR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  " WS-TR-LINE(WS-TR-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-PREV-FOUND = "Y"
              COMPUTE WS-CHANGE = WS-OPEN-COUNT - WS-PREV-OPEN
              MOVE WS-CHANGE TO WS-CHANGE-EDIT
              STRING "OPEN DEFECTS: " WS-OPEN-COUNT
                     "  CHANGE SINCE LAST RUN: " WS-CHANGE-EDIT
                     "  NEW: " WS-NEW-COUNT
                     "  CLEARED: " WS-RESOLVED-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "OPEN DEFECTS: " WS-OPEN-COUNT
                     "  (FIRST RUN)  NEW: " WS-NEW-COUNT
                     "  CLEARED: " WS-RESOLVED-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           IF WS-WAIVED-COUNT > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "DEFECTS CLOSED AS WAIVED (RULE SWITCHED OFF): "
                     WS-WAIVED-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
       0700-END.

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
                  " " WS-AUDIT-OPERATOR " dataQualityScan: "
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
                  " dataQualityScan " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
