       IDENTIFICATION DIVISION.
       PROGRAM-ID. recordClosure.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACCT-CLOSURES ASSIGN TO "acctclosures.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACL-KEY
           FILE STATUS IS CLOSURES-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT CUSTOMERS ASSIGN TO "customers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMERS-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCT-CLOSURES.
       01  ACL-DETAILS.
           05 ACL-KEY.
               10 ACL-ACC-ID         PIC 9(8).
               10 ACL-CLOSED-DATE    PIC X(10).
           05 ACL-REASON             PIC X(4).
           05 ACL-SOURCE             PIC X(8).
           05 ACL-CUST-ID            PIC 9(6).
           05 ACL-CUST-SINCE         PIC X(10).
           05 ACL-TYPE               PIC X(10).
           05 ACL-BRANCH             PIC X(4).
           05 ACL-CURRENCY           PIC X(3).
           05 ACL-BALANCE            PIC 9(9)V99.
           05 ACL-LAST-ACCOUNT       PIC X(1).
           05 ACL-CLOSED-BY          PIC X(8).
           05 ACL-STATUS             PIC X(8).

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

       WORKING-STORAGE SECTION.

       01  CLOSURES-CHECK-STATUS  PIC XX.
       01  ACCOUNTS-CHECK-STATUS  PIC XX.
       01  CUSTOMERS-CHECK-STATUS PIC XX.

       01  WS-EOF-CLOSURES        PIC X VALUE "N".
           88  EOF-CLOSURES       VALUE "Y".
           88  NOT-EOF-CLOSURES   VALUE "N".
       01  WS-EOF-ACCOUNTS        PIC X VALUE "N".
           88  EOF-ACCOUNTS       VALUE "Y".
           88  NOT-EOF-ACCOUNTS   VALUE "N".

       01  WS-BUS-DATE            PIC X(10).
       01  WS-BUS-STATUS          PIC X(6).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD    PIC 9(8).

       01  WS-TODAY.
           02 WS-TODAY-YEAR       PIC 9(4).
           02 FILLER              VALUE "-".
           02 WS-TODAY-MONTH      PIC 9(2).
           02 FILLER              VALUE "-".
           02 WS-TODAY-DAY        PIC 9(2).

       01  WS-CLOSE-ROW.
           05 WS-CR-CUST-ID       PIC 9(6).
           05 WS-CR-CUST-SINCE    PIC X(10).
           05 WS-CR-TYPE          PIC X(10).
           05 WS-CR-BRANCH        PIC X(4).
           05 WS-CR-CURRENCY      PIC X(3).
           05 WS-CR-OPENED        PIC X(10).
           05 WS-CR-LAST-ACCOUNT  PIC X(1).

       LINKAGE SECTION.

       01  LS-ACC-ID              PIC 9(8).
       01  LS-REASON              PIC X(4).
       01  LS-SOURCE              PIC X(8).
       01  LS-BALANCE             PIC 9(9)V99.
       01  LS-CLOSED-BY           PIC X(8).

       PROCEDURE DIVISION USING LS-ACC-ID LS-REASON LS-SOURCE
                                LS-BALANCE LS-CLOSED-BY.

       0100-MAIN.
           OPEN I-O ACCT-CLOSURES
           IF CLOSURES-CHECK-STATUS = "35"
              OPEN OUTPUT ACCT-CLOSURES
              CLOSE ACCT-CLOSURES
              OPEN I-O ACCT-CLOSURES
           END-IF

           IF CLOSURES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNT CLOSURES FILE: "
                      CLOSURES-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           IF LS-SOURCE = "REOPEN"
              PERFORM 0300-MARK-REOPENED THRU 0300-END
              CLOSE ACCT-CLOSURES
              GO TO 0900-END-PROGRAM
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YYYYMMDD
              MOVE WS-DATE-YYYYMMDD(1:4) TO WS-TODAY-YEAR
              MOVE WS-DATE-YYYYMMDD(5:2) TO WS-TODAY-MONTH
              MOVE WS-DATE-YYYYMMDD(7:2) TO WS-TODAY-DAY
              MOVE WS-TODAY TO WS-BUS-DATE
           END-IF

           PERFORM 0200-GATHER-ACCOUNT THRU 0200-END

           MOVE LS-ACC-ID TO ACL-ACC-ID
           MOVE WS-BUS-DATE TO ACL-CLOSED-DATE
           MOVE LS-REASON TO ACL-REASON
           MOVE LS-SOURCE TO ACL-SOURCE
           MOVE WS-CR-CUST-ID TO ACL-CUST-ID
           MOVE WS-CR-CUST-SINCE TO ACL-CUST-SINCE
           MOVE WS-CR-TYPE TO ACL-TYPE
           MOVE WS-CR-BRANCH TO ACL-BRANCH
           MOVE WS-CR-CURRENCY TO ACL-CURRENCY
           MOVE LS-BALANCE TO ACL-BALANCE
           MOVE WS-CR-LAST-ACCOUNT TO ACL-LAST-ACCOUNT
           MOVE LS-CLOSED-BY TO ACL-CLOSED-BY
           MOVE "CLOSED" TO ACL-STATUS

           WRITE ACL-DETAILS
              INVALID KEY
                 REWRITE ACL-DETAILS
                    INVALID KEY
                       DISPLAY "ERROR WRITING ACCOUNT CLOSURE RECORD."
                 END-REWRITE
           END-WRITE

           CLOSE ACCT-CLOSURES
           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-GATHER-ACCOUNT.
           MOVE ZEROES TO WS-CR-CUST-ID
           MOVE SPACES TO WS-CR-CUST-SINCE
           MOVE SPACES TO WS-CR-TYPE
           MOVE SPACES TO WS-CR-BRANCH
           MOVE SPACES TO WS-CR-CURRENCY
           MOVE SPACES TO WS-CR-OPENED
           MOVE "Y" TO WS-CR-LAST-ACCOUNT

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           MOVE LS-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 CLOSE ACCOUNTS
                 GO TO 0200-END
           END-READ

           MOVE FS-CUST-ID TO WS-CR-CUST-ID
           MOVE FS-TYPE TO WS-CR-TYPE
           MOVE FS-BRANCH TO WS-CR-BRANCH
           MOVE FS-CURRENCY TO WS-CR-CURRENCY
           MOVE FS-CREATED-AT TO WS-CR-OPENED

           MOVE LOW-VALUES TO FS-ID
           SET NOT-EOF-ACCOUNTS TO TRUE
           START ACCOUNTS KEY IS NOT LESS THAN FS-ID
              INVALID KEY
                 SET EOF-ACCOUNTS TO TRUE
           END-START

           PERFORM UNTIL EOF-ACCOUNTS
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-ACCOUNTS TO TRUE
                 NOT AT END
                    IF FS-CUST-ID = WS-CR-CUST-ID
                       AND FS-ID NOT = LS-ACC-ID
                       AND FS-STATUS NOT = "CLOSED"
                       MOVE "N" TO WS-CR-LAST-ACCOUNT
                       SET EOF-ACCOUNTS TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ACCOUNTS

           MOVE WS-CR-OPENED TO WS-CR-CUST-SINCE
           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           MOVE WS-CR-CUST-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              NOT INVALID KEY
                 IF CUST-CREATED-AT NOT = SPACES
                    MOVE CUST-CREATED-AT TO WS-CR-CUST-SINCE
                 END-IF
           END-READ

           CLOSE CUSTOMERS.
       0200-END.

       0300-MARK-REOPENED.
           MOVE LS-ACC-ID TO ACL-ACC-ID
           MOVE LOW-VALUES TO ACL-CLOSED-DATE
           SET NOT-EOF-CLOSURES TO TRUE
           START ACCT-CLOSURES KEY IS NOT LESS THAN ACL-KEY
              INVALID KEY
                 SET EOF-CLOSURES TO TRUE
           END-START

           PERFORM UNTIL EOF-CLOSURES
              READ ACCT-CLOSURES NEXT RECORD
                 AT END
                    SET EOF-CLOSURES TO TRUE
                 NOT AT END
                    IF ACL-ACC-ID NOT = LS-ACC-ID
                       SET EOF-CLOSURES TO TRUE
                    ELSE
                       IF ACL-STATUS = "CLOSED"
                          MOVE "REOPENED" TO ACL-STATUS
                          REWRITE ACL-DETAILS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0300-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
