       IDENTIFICATION DIVISION.
       PROGRAM-ID. authorizeCard.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CARDS ASSIGN TO "cards.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-CARD-NO
           ALTERNATE RECORD KEY IS CRD-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS CARDS-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CARDS.
       01  CRD-DETAILS.
           05 CRD-CARD-NO            PIC 9(16).
           05 CRD-ACC-ID             PIC 9(8).
           05 CRD-CUST-ID            PIC 9(6).
           05 CRD-EXPIRY             PIC X(7).
           05 CRD-STATUS             PIC X(8).
           05 CRD-ATM-LIMIT          PIC 9(7)V99.
           05 CRD-POS-LIMIT          PIC 9(7)V99.
           05 CRD-ISSUED-AT          PIC X(10).
           05 CRD-USAGE-DATE         PIC X(10).
           05 CRD-ATM-USED           PIC 9(7)V99.
           05 CRD-POS-USED           PIC 9(7)V99.

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

       WORKING-STORAGE SECTION.

       01  CARDS-CHECK-STATUS        PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.

       01  WS-USE-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       LINKAGE SECTION.

       01  LS-CARD-NO                PIC 9(16).
       01  LS-KIND                   PIC X(3).
       01  LS-AMOUNT                 PIC 9(9)V99.
       01  LS-USE-DATE               PIC X(10).
       01  LS-ACC-ID                 PIC 9(8).
       01  LS-RESULT                 PIC X.
           88  LS-CARD-OK            VALUE "Y".
           88  LS-CARD-DENIED        VALUE "N".
       01  LS-REASON-CODE            PIC X(4).
       01  LS-REASON                 PIC X(30).
       01  LS-MODE                   PIC X.
           88  LS-CHECK-ONLY         VALUE "C".
           88  LS-UPDATE-ONLY        VALUE "U".
           88  LS-CHECK-AND-UPDATE   VALUE "B".

       PROCEDURE DIVISION USING LS-CARD-NO LS-KIND LS-AMOUNT
                                LS-USE-DATE LS-ACC-ID LS-RESULT
                                LS-REASON-CODE LS-REASON LS-MODE.

       0100-MAIN.
           SET LS-CARD-OK TO TRUE
           MOVE SPACES TO LS-REASON-CODE
           MOVE SPACES TO LS-REASON
           MOVE ZEROES TO LS-ACC-ID

           MOVE LS-USE-DATE TO WS-USE-DATE
           IF WS-USE-DATE = SPACES OR WS-USE-DATE = LOW-VALUES
              CALL "getBusinessDate" USING WS-USE-DATE WS-BUS-STATUS
           END-IF

           IF LS-KIND NOT = "ATM" AND LS-KIND NOT = "POS"
              SET LS-CARD-DENIED TO TRUE
              MOVE "KIND" TO LS-REASON-CODE
              MOVE "UNKNOWN CARD ITEM KIND" TO LS-REASON
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O CARDS
           IF CARDS-CHECK-STATUS NOT = "00"
              SET LS-CARD-DENIED TO TRUE
              MOVE "NCRD" TO LS-REASON-CODE
              MOVE "CARD FILE UNAVAILABLE" TO LS-REASON
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE LS-CARD-NO TO CRD-CARD-NO
           READ CARDS KEY IS CRD-CARD-NO
              INVALID KEY
                 SET LS-CARD-DENIED TO TRUE
                 MOVE "NCRD" TO LS-REASON-CODE
                 MOVE "CARD NOT ON FILE" TO LS-REASON
                 CLOSE CARDS
                 GO TO 0900-END-PROGRAM
           END-READ

           MOVE CRD-ACC-ID TO LS-ACC-ID

           IF CRD-USAGE-DATE NOT = WS-USE-DATE
              MOVE ZEROES TO CRD-ATM-USED
              MOVE ZEROES TO CRD-POS-USED
              MOVE WS-USE-DATE TO CRD-USAGE-DATE
           END-IF

           IF LS-UPDATE-ONLY
              GO TO 0100-RECORD-USAGE
           END-IF

           IF CRD-STATUS NOT = "ACTIVE"
              SET LS-CARD-DENIED TO TRUE
              MOVE "BLKD" TO LS-REASON-CODE
              STRING "CARD IS " CRD-STATUS
                 DELIMITED BY SIZE INTO LS-REASON
              CLOSE CARDS
              GO TO 0900-END-PROGRAM
           END-IF

           IF CRD-EXPIRY < WS-USE-DATE(1:7)
              SET LS-CARD-DENIED TO TRUE
              MOVE "EXPD" TO LS-REASON-CODE
              MOVE "CARD HAS EXPIRED" TO LS-REASON
              CLOSE CARDS
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0200-CHECK-ACCOUNT THRU 0200-END
           IF LS-CARD-DENIED
              CLOSE CARDS
              GO TO 0900-END-PROGRAM
           END-IF

           IF LS-KIND = "ATM"
              AND CRD-ATM-LIMIT > ZEROES
              AND CRD-ATM-USED + LS-AMOUNT > CRD-ATM-LIMIT
              SET LS-CARD-DENIED TO TRUE
              MOVE "ALIM" TO LS-REASON-CODE
              MOVE "CARD ATM DAILY LIMIT EXCEEDED" TO LS-REASON
              REWRITE CRD-DETAILS
              CLOSE CARDS
              GO TO 0900-END-PROGRAM
           END-IF

           IF LS-KIND = "POS"
              AND CRD-POS-LIMIT > ZEROES
              AND CRD-POS-USED + LS-AMOUNT > CRD-POS-LIMIT
              SET LS-CARD-DENIED TO TRUE
              MOVE "PLIM" TO LS-REASON-CODE
              MOVE "CARD POS DAILY LIMIT EXCEEDED" TO LS-REASON
              REWRITE CRD-DETAILS
              CLOSE CARDS
              GO TO 0900-END-PROGRAM
           END-IF

           IF LS-CHECK-ONLY
              REWRITE CRD-DETAILS
              CLOSE CARDS
              GO TO 0900-END-PROGRAM
           END-IF.

       0100-RECORD-USAGE.
           IF LS-KIND = "ATM"
              ADD LS-AMOUNT TO CRD-ATM-USED
           ELSE
              ADD LS-AMOUNT TO CRD-POS-USED
           END-IF
           REWRITE CRD-DETAILS

           CLOSE CARDS.
       0100-END.

       0200-CHECK-ACCOUNT.
           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              SET LS-CARD-DENIED TO TRUE
              MOVE "ACCT" TO LS-REASON-CODE
              MOVE "ACCOUNTS FILE UNAVAILABLE" TO LS-REASON
              GO TO 0200-END
           END-IF

           MOVE CRD-ACC-ID TO FD-ID
           READ ACCOUNTS KEY IS FD-ID
              INVALID KEY
                 SET LS-CARD-DENIED TO TRUE
                 MOVE "NACC" TO LS-REASON-CODE
                 MOVE "CARD ACCOUNT DOES NOT EXIST" TO LS-REASON
                 CLOSE ACCOUNTS
                 GO TO 0200-END
           END-READ
           CLOSE ACCOUNTS

           IF FD-STATUS = "CLOSED"
              SET LS-CARD-DENIED TO TRUE
              MOVE "ACLS" TO LS-REASON-CODE
              MOVE "CARD ACCOUNT IS CLOSED" TO LS-REASON
              GO TO 0200-END
           END-IF

           IF FD-STATUS = "FROZEN"
              SET LS-CARD-DENIED TO TRUE
              MOVE "AFRZ" TO LS-REASON-CODE
              MOVE "CARD ACCOUNT IS FROZEN" TO LS-REASON
           END-IF.
       0200-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
