       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageCards.
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
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  CARDS-CHECK-STATUS      PIC XX.
       01  ACCOUNTS-CHECK-STATUS   PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-EOF-CARDS            PIC X VALUE "N".
           88  EOF-CARDS           VALUE "Y".
           88  NOT-EOF-CARDS       VALUE "N".

       01  WS-MENU-OPT             PIC 9.

       01  WS-ACC-ID-IN            PIC 9(8).
       01  WS-CARD-NO-IN           PIC 9(16).
       01  WS-STATUS-IN            PIC X(8).
       01  WS-ATM-LIMIT-IN         PIC 9(7)V99.
       01  WS-POS-LIMIT-IN         PIC 9(7)V99.
       01  WS-CONFIRM              PIC X.
       01  WS-CARD-COUNT           PIC 9(4).
       01  WS-OLD-STATUS           PIC X(8).

       01  WS-STD-ATM-LIMIT        PIC 9(7)V99 VALUE 500.00.
       01  WS-STD-POS-LIMIT        PIC 9(7)V99 VALUE 2000.00.
       01  WS-CARD-VALID-YEARS     PIC 9(2) VALUE 3.

       01  WS-NEW-CARD-NO.
           02 WS-NC-BIN            PIC 9(4) VALUE 4571.
           02 WS-NC-ACC-ID         PIC 9(8).
           02 WS-NC-SEQ            PIC 9(4).

       01  WS-EXPIRY.
           02 WS-EXP-YEAR          PIC 9(4).
           02 FILLER               VALUE "-".
           02 WS-EXP-MONTH         PIC 9(2).

       01  WS-NOTICE-ACC-ID        PIC 9(8).
       01  WS-NOTICE-EVENT         PIC X(12).
       01  WS-NOTICE-TEXT          PIC X(60).

       01  WS-BUS-DATE             PIC X(10).
       01  WS-BUS-STATUS           PIC X(6).

       01  WS-CARD-MENU.
           02 WS-CRD-MENU-LINE    PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-CRD-MENU-OPT1    PIC X(16)
                                   VALUE "1 - Issue a Card".
           02 WS-CRD-MENU-OPT2    PIC X(29) VALUE
                                   "2 - List Cards for an Account".
           02 WS-CRD-MENU-OPT3    PIC X(22)
                                   VALUE "3 - Change Card Status".
           02 WS-CRD-MENU-OPT4    PIC X(22)
                                   VALUE "4 - Change Card Limits".
           02 WS-CRD-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-CRD-MENU-LINE
           DISPLAY "DEBIT CARD MAINTENANCE"
           DISPLAY WS-CRD-MENU-OPT1
           DISPLAY WS-CRD-MENU-OPT2
           DISPLAY WS-CRD-MENU-OPT3
           DISPLAY WS-CRD-MENU-OPT4
           DISPLAY WS-CRD-MENU-OPT0
           DISPLAY WS-CRD-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 4
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O CARDS
           IF CARDS-CHECK-STATUS = "35"
              OPEN OUTPUT CARDS
              CLOSE CARDS
              OPEN I-O CARDS
           END-IF

           IF CARDS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CARDS FILE: "
                      CARDS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ISSUE-CARD THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-CARDS
              WHEN 3
                 PERFORM 0400-CHANGE-STATUS THRU 0400-END
              WHEN 4
                 PERFORM 0500-CHANGE-LIMITS THRU 0500-END
           END-EVALUATE

           CLOSE CARDS
           PERFORM 0100-MAIN.
       0100-END.

       0200-ISSUE-CARD.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
                      ACCOUNTS-CHECK-STATUS
              GO TO 0200-END
           END-IF

           MOVE WS-ACC-ID-IN TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 DISPLAY "THE ACCOUNT DOES NOT EXIST."
                 CLOSE ACCOUNTS
                 GO TO 0200-END
           END-READ
           CLOSE ACCOUNTS

           IF FS-STATUS NOT = "ACTIVE"
              DISPLAY "THE ACCOUNT IS " FS-STATUS
                      " - CARDS ARE ISSUED ON ACTIVE ACCOUNTS ONLY."
              GO TO 0200-END
           END-IF

           IF FS-TYPE = "INTERNAL"
              DISPLAY "CARDS CANNOT BE ISSUED ON AN INTERNAL ACCOUNT."
              GO TO 0200-END
           END-IF

           DISPLAY "INSERT THE DAILY ATM LIMIT (0 FOR THE STANDARD "
                   "LIMIT OF " WS-STD-ATM-LIMIT "): "
           ACCEPT WS-ATM-LIMIT-IN
           IF WS-ATM-LIMIT-IN = ZEROES
              MOVE WS-STD-ATM-LIMIT TO WS-ATM-LIMIT-IN
           END-IF

           DISPLAY "INSERT THE DAILY POS LIMIT (0 FOR THE STANDARD "
                   "LIMIT OF " WS-STD-POS-LIMIT "): "
           ACCEPT WS-POS-LIMIT-IN
           IF WS-POS-LIMIT-IN = ZEROES
              MOVE WS-STD-POS-LIMIT TO WS-POS-LIMIT-IN
           END-IF

           PERFORM 0250-COUNT-ACCOUNT-CARDS

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE WS-ACC-ID-IN TO WS-NC-ACC-ID
           COMPUTE WS-NC-SEQ = WS-CARD-COUNT + 1
           MOVE WS-BUS-DATE(1:4) TO WS-EXP-YEAR
           ADD WS-CARD-VALID-YEARS TO WS-EXP-YEAR
           MOVE WS-BUS-DATE(6:2) TO WS-EXP-MONTH

           MOVE WS-NEW-CARD-NO TO CRD-CARD-NO
           MOVE WS-ACC-ID-IN TO CRD-ACC-ID
           MOVE FS-CUST-ID TO CRD-CUST-ID
           MOVE WS-EXPIRY TO CRD-EXPIRY
           MOVE "ACTIVE" TO CRD-STATUS
           MOVE WS-ATM-LIMIT-IN TO CRD-ATM-LIMIT
           MOVE WS-POS-LIMIT-IN TO CRD-POS-LIMIT
           MOVE WS-BUS-DATE TO CRD-ISSUED-AT
           MOVE WS-BUS-DATE TO CRD-USAGE-DATE
           MOVE ZEROES TO CRD-ATM-USED
           MOVE ZEROES TO CRD-POS-USED

           WRITE CRD-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING CARD RECORD: "
                         CARDS-CHECK-STATUS
                 GO TO 0200-END
           END-WRITE

           STRING "ISSUED CARD " CRD-CARD-NO " ON ACCT "
                  WS-ACC-ID-IN " EXP " CRD-EXPIRY
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "CARD " CRD-CARD-NO " ISSUED, EXPIRES "
                   CRD-EXPIRY ".".
       0200-END.

       0250-COUNT-ACCOUNT-CARDS.
           MOVE ZEROES TO WS-CARD-COUNT
           MOVE WS-ACC-ID-IN TO CRD-ACC-ID
           SET NOT-EOF-CARDS TO TRUE
           START CARDS KEY IS = CRD-ACC-ID
              INVALID KEY
                 SET EOF-CARDS TO TRUE
           END-START

           PERFORM UNTIL EOF-CARDS
              READ CARDS NEXT RECORD
                 AT END
                    SET EOF-CARDS TO TRUE
                 NOT AT END
                    IF CRD-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-CARDS TO TRUE
                    ELSE
                       ADD 1 TO WS-CARD-COUNT
                    END-IF
              END-READ
           END-PERFORM.
       0250-END.

       0300-LIST-CARDS.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE ZEROES TO WS-CARD-COUNT
           MOVE WS-ACC-ID-IN TO CRD-ACC-ID
           SET NOT-EOF-CARDS TO TRUE
           START CARDS KEY IS = CRD-ACC-ID
              INVALID KEY
                 SET EOF-CARDS TO TRUE
           END-START

           PERFORM UNTIL EOF-CARDS
              READ CARDS NEXT RECORD
                 AT END
                    SET EOF-CARDS TO TRUE
                 NOT AT END
                    IF CRD-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-CARDS TO TRUE
                    ELSE
                       ADD 1 TO WS-CARD-COUNT
                       DISPLAY "CARD " CRD-CARD-NO " " CRD-STATUS
                               " EXP " CRD-EXPIRY " ISSUED "
                               CRD-ISSUED-AT
                       DISPLAY "     ATM LIMIT " CRD-ATM-LIMIT
                               " (USED " CRD-ATM-USED ") POS LIMIT "
                               CRD-POS-LIMIT " (USED " CRD-POS-USED
                               ") ON " CRD-USAGE-DATE
                    END-IF
              END-READ
           END-PERFORM

           IF WS-CARD-COUNT = ZEROES
              DISPLAY "NO CARDS ON FILE FOR THIS ACCOUNT."
           END-IF.
       0300-END.

       0400-CHANGE-STATUS.
           DISPLAY "INSERT THE CARD NUMBER: "
           ACCEPT WS-CARD-NO-IN

           MOVE WS-CARD-NO-IN TO CRD-CARD-NO
           READ CARDS KEY IS CRD-CARD-NO
              INVALID KEY
                 DISPLAY "CARD NOT ON FILE."
                 GO TO 0400-END
           END-READ

           DISPLAY "CARD " CRD-CARD-NO " ON ACCOUNT " CRD-ACC-ID
                   " IS " CRD-STATUS
           DISPLAY "INSERT THE NEW STATUS (ACTIVE/LOST/STOLEN/"
                   "BLOCKED): "
           ACCEPT WS-STATUS-IN
           MOVE FUNCTION UPPER-CASE (WS-STATUS-IN) TO WS-STATUS-IN

           IF WS-STATUS-IN NOT = "ACTIVE" AND WS-STATUS-IN NOT = "LOST"
              AND WS-STATUS-IN NOT = "STOLEN"
              AND WS-STATUS-IN NOT = "BLOCKED"
              DISPLAY "INVALID CARD STATUS."
              GO TO 0400-END
           END-IF

           IF WS-STATUS-IN = CRD-STATUS
              DISPLAY "THE CARD IS ALREADY " CRD-STATUS "."
              GO TO 0400-END
           END-IF

           IF WS-STATUS-IN = "ACTIVE"
              AND (CRD-STATUS = "LOST" OR CRD-STATUS = "STOLEN")
              DISPLAY "A LOST OR STOLEN CARD CANNOT BE REACTIVATED - "
                      "ISSUE A NEW CARD."
              GO TO 0400-END
           END-IF

           DISPLAY "CHANGE THE CARD STATUS TO " WS-STATUS-IN
                   "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE CARD STATUS WAS NOT CHANGED."
              GO TO 0400-END
           END-IF

           MOVE CRD-STATUS TO WS-OLD-STATUS
           MOVE WS-STATUS-IN TO CRD-STATUS
           REWRITE CRD-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING CARD RECORD: "
                         CARDS-CHECK-STATUS
                 GO TO 0400-END
           END-REWRITE

           STRING "CARD " CRD-CARD-NO " STATUS " WS-OLD-STATUS
                  " TO " CRD-STATUS
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF CRD-STATUS NOT = "ACTIVE"
              MOVE CRD-ACC-ID TO WS-NOTICE-ACC-ID
              MOVE "CARDSTATUS" TO WS-NOTICE-EVENT
              MOVE SPACES TO WS-NOTICE-TEXT
              STRING "YOUR DEBIT CARD ENDING " CRD-CARD-NO(13:4)
                     " HAS BEEN MARKED " CRD-STATUS "."
                 DELIMITED BY SIZE INTO WS-NOTICE-TEXT
              CALL "writeNotice" USING WS-NOTICE-ACC-ID
                   WS-NOTICE-EVENT WS-NOTICE-TEXT
           END-IF

           DISPLAY "CARD STATUS CHANGED TO " CRD-STATUS ".".
       0400-END.

       0500-CHANGE-LIMITS.
           DISPLAY "INSERT THE CARD NUMBER: "
           ACCEPT WS-CARD-NO-IN

           MOVE WS-CARD-NO-IN TO CRD-CARD-NO
           READ CARDS KEY IS CRD-CARD-NO
              INVALID KEY
                 DISPLAY "CARD NOT ON FILE."
                 GO TO 0500-END
           END-READ

           DISPLAY "CURRENT ATM LIMIT " CRD-ATM-LIMIT
                   " POS LIMIT " CRD-POS-LIMIT
           DISPLAY "INSERT THE NEW DAILY ATM LIMIT (0 FOR NO LIMIT): "
           ACCEPT WS-ATM-LIMIT-IN
           DISPLAY "INSERT THE NEW DAILY POS LIMIT (0 FOR NO LIMIT): "
           ACCEPT WS-POS-LIMIT-IN

           MOVE WS-ATM-LIMIT-IN TO CRD-ATM-LIMIT
           MOVE WS-POS-LIMIT-IN TO CRD-POS-LIMIT
           REWRITE CRD-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING CARD RECORD: "
                         CARDS-CHECK-STATUS
                 GO TO 0500-END
           END-REWRITE

           STRING "CARD " CRD-CARD-NO " LIMITS ATM " CRD-ATM-LIMIT
                  " POS " CRD-POS-LIMIT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "CARD LIMITS STORED.".
       0500-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
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
                  " " WS-AUDIT-OPERATOR " manageCards: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
