       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkReorder.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHECK-BOOKS ASSIGN TO "checkbooks.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-KEY
           FILE STATUS IS CHECK-BOOKS-CHECK-STATUS.

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

       SELECT CUSTOMERS ASSIGN TO "customers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMERS-CHECK-STATUS.

       SELECT REORDER-CONTROL ASSIGN TO "chkreorder.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REORDER-CTL-CHECK-STATUS.

       SELECT VENDOR-OUT ASSIGN TO WS-VENDOR-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VENDOR-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHECK-BOOKS.
       01  CB-DETAILS.
           05 CB-KEY.
               10 CB-ACC-ID          PIC 9(8).
               10 CB-RANGE-FROM      PIC 9(6).
           05 CB-RANGE-TO            PIC 9(6).
           05 CB-ISSUED-AT           PIC X(10).
           05 CB-STATUS              PIC X(8).

       FD  CHECK-REGISTER.
       01  CHK-DETAILS.
           05 CHK-KEY.
               10 CHK-ACC-ID         PIC 9(8).
               10 CHK-NUMBER         PIC 9(6).
           05 CHK-AMOUNT             PIC 9(9)V99.
           05 CHK-DATE               PIC X(10).
           05 CHK-STATUS             PIC X(8).
           05 CHK-TR-ID              PIC 9(9).

       FD  ACCOUNTS.
       01  FD-ACC-DETAILS.
           02 FD-ID                   PIC 9(8).
           02 FD-CUST-ID              PIC 9(6).
           02 FD-FULLNAME             PIC X(13).
           02 FD-TYPE                 PIC X(10).
           02 FD-STATUS               PIC X(7).
           02 FD-CREATED-AT           PIC X(10).
           02 FD-BALANCE              PIC S9(9)V99.
           02 FD-CURRENCY             PIC X(3).
           02 FD-BRANCH               PIC X(4).

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

       FD  REORDER-CONTROL.
       01  REORDER-CONTROL-LINE.
           05 CRC-THRESHOLD          PIC 9(4).
           05 CRC-BOOK-SIZE          PIC 9(4).

       FD  VENDOR-OUT.
       01  VENDOR-LINE               PIC X(160).

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

       01  CHECK-BOOKS-CHECK-STATUS  PIC XX.
       01  CHECK-REG-CHECK-STATUS    PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  CUSTOMERS-CHECK-STATUS    PIC XX.
       01  REORDER-CTL-CHECK-STATUS  PIC XX.
       01  VENDOR-CHECK-STATUS       PIC XX.
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

       01  WS-EOF-BOOKS              PIC X VALUE "N".
           88  EOF-BOOKS             VALUE "Y".
           88  NOT-EOF-BOOKS         VALUE "N".
       01  WS-EOF-CHECKS             PIC X VALUE "N".
           88  EOF-CHECKS            VALUE "Y".
           88  NOT-EOF-CHECKS        VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-THRESHOLD              PIC 9(4) VALUE 10.
       01  WS-BOOK-SIZE              PIC 9(4) VALUE 50.

       01  WS-CUR-ACC-ID             PIC 9(8).
       01  WS-CUR-ACTIVE-FROM        PIC 9(6).
       01  WS-CUR-ACTIVE-TO          PIC 9(6).
       01  WS-CUR-MAX-TO             PIC 9(6).
       01  WS-CUR-HAS-ACTIVE         PIC X.
       01  WS-CUR-HAS-ORDER          PIC X.

       01  WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 3000 TIMES.
              10 WS-CAND-ACC-ID      PIC 9(8).
              10 WS-CAND-FROM        PIC 9(6).
              10 WS-CAND-TO          PIC 9(6).
              10 WS-CAND-MAX-TO      PIC 9(6).
       01  WS-CAND-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-CAND-IDX               PIC 9(4).
       01  WS-CAND-DROPPED           PIC 9(5) VALUE ZEROES.

       01  WS-HIGH-CLEARED           PIC 9(6).
       01  WS-REMAINING              PIC S9(7).
       01  WS-NEXT-FROM              PIC 9(7).
       01  WS-NEXT-TO                PIC 9(7).

       01  WS-ORDER-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-SKIP-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-SCANNED-COUNT          PIC 9(5) VALUE ZEROES.

       01  WS-NOTICE-ACC-ID          PIC 9(8).
       01  WS-NOTICE-EVENT           PIC X(12).
       01  WS-NOTICE-TEXT            PIC X(60).

       01  WS-VENDOR-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-VENDOR-HEADER.
           05 WS-VH-RECORD-TYPE      PIC X(1) VALUE "H".
           05 WS-VH-SEND-DATE        PIC X(10).
           05 WS-VH-BATCH-REF        PIC X(10).

       01  WS-VENDOR-DETAIL.
           05 WS-VD-RECORD-TYPE      PIC X(1) VALUE "D".
           05 WS-VD-ACC-ID           PIC 9(8).
           05 WS-VD-RANGE-FROM       PIC 9(6).
           05 WS-VD-RANGE-TO         PIC 9(6).
           05 WS-VD-CHECK-COUNT      PIC 9(4).
           05 WS-VD-NAME             PIC X(30).
           05 WS-VD-ADDRESS          PIC X(30).
           05 WS-VD-CITY             PIC X(20).
           05 WS-VD-POSTAL           PIC X(10).

       01  WS-VENDOR-TRAILER.
           05 WS-VT-RECORD-TYPE      PIC X(1) VALUE "T".
           05 WS-VT-ITEM-COUNT       PIC 9(5).
           05 WS-VT-CHECK-TOTAL      PIC 9(9).

       01  WS-CHECK-TOTAL            PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - CHECK REORDERS "
                      "CANNOT BE BUILT."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF
           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           MOVE SPACES TO WS-VENDOR-NAME
           STRING "chkorder_out_" WS-DATE-YYYYMMDD ".DAT"
              DELIMITED BY SIZE INTO WS-VENDOR-NAME

           PERFORM 0110-READ-CONTROL THRU 0110-END

           OPEN I-O CHECK-BOOKS
           IF CHECK-BOOKS-CHECK-STATUS NOT = "00"
              DISPLAY "NO CHECK-BOOK RANGES ON FILE - NOTHING TO "
                      "REORDER."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT CHECK-REGISTER
           IF CHECK-REG-CHECK-STATUS NOT = "00"
              DISPLAY "NO CHECK REGISTER ON FILE - NOTHING TO "
                      "REORDER."
              CLOSE CHECK-BOOKS
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              CLOSE CHECK-BOOKS
              CLOSE CHECK-REGISTER
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              MOVE CUSTOMERS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING CUSTOMERS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              CLOSE CHECK-BOOKS
              CLOSE CHECK-REGISTER
              CLOSE ACCOUNTS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN OUTPUT VENDOR-OUT
           IF VENDOR-CHECK-STATUS NOT = "00"
              MOVE VENDOR-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING CHECK VENDOR FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR THRU 0890-END
              CLOSE CHECK-BOOKS
              CLOSE CHECK-REGISTER
              CLOSE ACCOUNTS
              CLOSE CUSTOMERS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE TO WS-VH-SEND-DATE
           MOVE SPACES TO WS-VH-BATCH-REF
           STRING "C" WS-DATE-YYYYMMDD
              DELIMITED BY SIZE INTO WS-VH-BATCH-REF
           MOVE SPACES TO VENDOR-LINE
           MOVE WS-VENDOR-HEADER TO VENDOR-LINE
           WRITE VENDOR-LINE

           PERFORM 0200-FIND-CANDIDATES THRU 0200-END

           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
              UNTIL WS-CAND-IDX > WS-CAND-COUNT
              PERFORM 0300-CONSIDER-ACCOUNT THRU 0300-END
           END-PERFORM

           MOVE WS-ORDER-COUNT TO WS-VT-ITEM-COUNT
           MOVE WS-CHECK-TOTAL TO WS-VT-CHECK-TOTAL
           MOVE SPACES TO VENDOR-LINE
           MOVE WS-VENDOR-TRAILER TO VENDOR-LINE
           WRITE VENDOR-LINE

           CLOSE VENDOR-OUT
           CLOSE CUSTOMERS
           CLOSE ACCOUNTS
           CLOSE CHECK-REGISTER
           CLOSE CHECK-BOOKS

           MOVE "CHECK REORDER OUT" TO WS-CAT-REPORT-NAME
           MOVE WS-VENDOR-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "CHECK REORDER SCAN COMPLETE FOR " WS-BUS-DATE
           DISPLAY "ACCOUNTS WITH AN ACTIVE BOOK: " WS-SCANNED-COUNT
           DISPLAY "REORDERS SENT:                " WS-ORDER-COUNT
           DISPLAY "SKIPPED:                      " WS-SKIP-COUNT
           IF WS-CAND-DROPPED > ZEROES
              DISPLAY "NOT CHECKED (TABLE FULL):     " WS-CAND-DROPPED
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "VENDOR FILE: " WS-VENDOR-NAME

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CHECK REORDER FILE " WS-ORDER-COUNT " ORDERS "
                  WS-SKIP-COUNT " SKIPPED"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           GO TO 0900-END-PROGRAM.
       0100-END.

       0110-READ-CONTROL.
           OPEN INPUT REORDER-CONTROL
           IF REORDER-CTL-CHECK-STATUS NOT = "00"
              GO TO 0110-END
           END-IF

           READ REORDER-CONTROL
              AT END
                 CONTINUE
              NOT AT END
                 IF CRC-THRESHOLD NUMERIC
                    MOVE CRC-THRESHOLD TO WS-THRESHOLD
                 END-IF
                 IF CRC-BOOK-SIZE NUMERIC
                    AND CRC-BOOK-SIZE > ZEROES
                    MOVE CRC-BOOK-SIZE TO WS-BOOK-SIZE
                 END-IF
           END-READ

           CLOSE REORDER-CONTROL.
       0110-END.

       0200-FIND-CANDIDATES.
           MOVE ZEROES TO WS-CUR-ACC-ID
           MOVE LOW-VALUES TO CB-KEY
           SET NOT-EOF-BOOKS TO TRUE
           START CHECK-BOOKS KEY IS NOT LESS THAN CB-KEY
              INVALID KEY
                 SET EOF-BOOKS TO TRUE
           END-START

           PERFORM UNTIL EOF-BOOKS
              READ CHECK-BOOKS NEXT RECORD
                 AT END
                    SET EOF-BOOKS TO TRUE
                 NOT AT END
                    IF CB-ACC-ID NOT = WS-CUR-ACC-ID
                       PERFORM 0210-CLOSE-ACCOUNT THRU 0210-END
                       MOVE CB-ACC-ID TO WS-CUR-ACC-ID
                       MOVE ZEROES TO WS-CUR-ACTIVE-FROM
                       MOVE ZEROES TO WS-CUR-ACTIVE-TO
                       MOVE ZEROES TO WS-CUR-MAX-TO
                       MOVE "N" TO WS-CUR-HAS-ACTIVE
                       MOVE "N" TO WS-CUR-HAS-ORDER
                    END-IF
                    IF CB-RANGE-TO > WS-CUR-MAX-TO
                       MOVE CB-RANGE-TO TO WS-CUR-MAX-TO
                    END-IF
                    EVALUATE CB-STATUS
                       WHEN "ACTIVE"
                          MOVE "Y" TO WS-CUR-HAS-ACTIVE
                          MOVE CB-RANGE-FROM TO WS-CUR-ACTIVE-FROM
                          MOVE CB-RANGE-TO TO WS-CUR-ACTIVE-TO
                       WHEN "ORDERED"
                          MOVE "Y" TO WS-CUR-HAS-ORDER
                    END-EVALUATE
              END-READ
           END-PERFORM

           PERFORM 0210-CLOSE-ACCOUNT THRU 0210-END.
       0200-END.

       0210-CLOSE-ACCOUNT.
           IF WS-CUR-ACC-ID = ZEROES
              GO TO 0210-END
           END-IF

           IF WS-CUR-HAS-ACTIVE NOT = "Y"
              GO TO 0210-END
           END-IF

           ADD 1 TO WS-SCANNED-COUNT

           IF WS-CUR-HAS-ORDER = "Y"
              GO TO 0210-END
           END-IF

           IF WS-CAND-COUNT NOT < 3000
              ADD 1 TO WS-CAND-DROPPED
              GO TO 0210-END
           END-IF

           ADD 1 TO WS-CAND-COUNT
           MOVE WS-CUR-ACC-ID TO WS-CAND-ACC-ID(WS-CAND-COUNT)
           MOVE WS-CUR-ACTIVE-FROM TO WS-CAND-FROM(WS-CAND-COUNT)
           MOVE WS-CUR-ACTIVE-TO TO WS-CAND-TO(WS-CAND-COUNT)
           MOVE WS-CUR-MAX-TO TO WS-CAND-MAX-TO(WS-CAND-COUNT).
       0210-END.

       0300-CONSIDER-ACCOUNT.
           MOVE ZEROES TO WS-HIGH-CLEARED
           MOVE WS-CAND-ACC-ID(WS-CAND-IDX) TO CHK-ACC-ID
           MOVE ZEROES TO CHK-NUMBER
           SET NOT-EOF-CHECKS TO TRUE
           START CHECK-REGISTER KEY IS NOT LESS THAN CHK-KEY
              INVALID KEY
                 SET EOF-CHECKS TO TRUE
           END-START

           PERFORM UNTIL EOF-CHECKS
              READ CHECK-REGISTER NEXT RECORD
                 AT END
                    SET EOF-CHECKS TO TRUE
                 NOT AT END
                    IF CHK-ACC-ID NOT = WS-CAND-ACC-ID(WS-CAND-IDX)
                       SET EOF-CHECKS TO TRUE
                    ELSE
                       IF CHK-STATUS = "CLEARED"
                          AND CHK-NUMBER > WS-HIGH-CLEARED
                          MOVE CHK-NUMBER TO WS-HIGH-CLEARED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-HIGH-CLEARED < WS-CAND-FROM(WS-CAND-IDX)
              OR WS-HIGH-CLEARED > WS-CAND-TO(WS-CAND-IDX)
              GO TO 0300-END
           END-IF

           COMPUTE WS-REMAINING = WS-CAND-TO(WS-CAND-IDX)
                                - WS-HIGH-CLEARED
           IF WS-REMAINING > WS-THRESHOLD
              GO TO 0300-END
           END-IF

           MOVE WS-CAND-ACC-ID(WS-CAND-IDX) TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 DISPLAY "ACCT " WS-CAND-ACC-ID(WS-CAND-IDX)
                         " NOT ON FILE - NO REORDER."
                 ADD 1 TO WS-SKIP-COUNT
                 GO TO 0300-END
           END-READ

           IF FD-STATUS = "CLOSED"
              ADD 1 TO WS-SKIP-COUNT
              GO TO 0300-END
           END-IF

           MOVE FD-CUST-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "ACCT " FD-ID " HAS NO CUSTOMER RECORD - "
                         "NO REORDER."
                 ADD 1 TO WS-SKIP-COUNT
                 GO TO 0300-END
           END-READ

           IF CUST-ADDRESS = SPACES
              DISPLAY "ACCT " FD-ID " HAS NO MAILING ADDRESS - "
                      "NO REORDER."
              ADD 1 TO WS-SKIP-COUNT
              GO TO 0300-END
           END-IF

           COMPUTE WS-NEXT-FROM = WS-CAND-MAX-TO(WS-CAND-IDX) + 1
           COMPUTE WS-NEXT-TO = WS-NEXT-FROM + WS-BOOK-SIZE - 1
           IF WS-NEXT-TO > 999999
              DISPLAY "ACCT " FD-ID " HAS NO CHECK NUMBERS LEFT "
                      "ABOVE " WS-CAND-MAX-TO(WS-CAND-IDX)
                      " - NO REORDER."
              ADD 1 TO WS-SKIP-COUNT
              GO TO 0300-END
           END-IF

           MOVE FD-ID TO CB-ACC-ID
           MOVE WS-NEXT-FROM TO CB-RANGE-FROM
           MOVE WS-NEXT-TO TO CB-RANGE-TO
           MOVE WS-BUS-DATE TO CB-ISSUED-AT
           MOVE "ORDERED" TO CB-STATUS
           WRITE CB-DETAILS
              INVALID KEY
                 DISPLAY "ACCT " FD-ID " ALREADY HAS A BOOK AT "
                         WS-NEXT-FROM " - NO REORDER."
                 ADD 1 TO WS-SKIP-COUNT
                 GO TO 0300-END
           END-WRITE

           MOVE FD-ID TO WS-VD-ACC-ID
           MOVE WS-NEXT-FROM TO WS-VD-RANGE-FROM
           MOVE WS-NEXT-TO TO WS-VD-RANGE-TO
           MOVE WS-BOOK-SIZE TO WS-VD-CHECK-COUNT
           MOVE CUST-NAME TO WS-VD-NAME
           MOVE CUST-ADDRESS TO WS-VD-ADDRESS
           MOVE CUST-CITY TO WS-VD-CITY
           MOVE CUST-POSTAL-CODE TO WS-VD-POSTAL
           MOVE SPACES TO VENDOR-LINE
           MOVE WS-VENDOR-DETAIL TO VENDOR-LINE
           WRITE VENDOR-LINE

           ADD 1 TO WS-ORDER-COUNT
           ADD WS-BOOK-SIZE TO WS-CHECK-TOTAL

           MOVE FD-ID TO WS-NOTICE-ACC-ID
           MOVE "CHKREORDER" TO WS-NOTICE-EVENT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "NEW CHECKS " WS-VD-RANGE-FROM "-" WS-VD-RANGE-TO
                  " HAVE BEEN ORDERED FOR YOU"
              DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           CALL "writeNotice" USING WS-NOTICE-ACC-ID
                WS-NOTICE-EVENT WS-NOTICE-TEXT.
       0300-END.

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

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " checkReorder: "
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

           MOVE SPACES TO ERROR-LOG-RECORD
           STRING WS-ERR-TIMESTAMP(1:8) "-" WS-ERR-TIMESTAMP(9:6)
                  " checkReorder " WS-ERR-CONTEXT ": " WS-ERR-CODE
                  " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
