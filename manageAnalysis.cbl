       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageAnalysis.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ANL-ACCOUNTS ASSIGN TO "anlaccts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANA-ACC-ID
           FILE STATUS IS ANL-ACCOUNTS-CHECK-STATUS.

       SELECT ANL-PRICES ASSIGN TO "anlprices.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-TXN-CODE
           FILE STATUS IS ANL-PRICES-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT TXN-CODES ASSIGN TO "txncodes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-CODE
           FILE STATUS IS TXN-CODES-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ANL-ACCOUNTS.
       01  ANA-DETAILS.
           05 ANA-ACC-ID             PIC 9(8).
           05 ANA-STATUS             PIC X(8).
           05 ANA-ENROLLED           PIC X(10).
           05 ANA-ENROLLED-BY        PIC X(8).
           05 ANA-LAST-MONTH         PIC X(7).
           05 ANA-LAST-CHARGES       PIC 9(7)V99.
           05 ANA-LAST-CREDIT        PIC 9(7)V99.
           05 ANA-LAST-NET           PIC 9(7)V99.

       FD  ANL-PRICES.
       01  APR-DETAILS.
           05 APR-TXN-CODE           PIC X(4).
           05 APR-UNIT-PRICE         PIC 9(3)V9(4).
           05 APR-SET-DATE           PIC X(10).
           05 APR-SET-BY             PIC X(8).

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

       FD  TXN-CODES.
       01  TC-DETAILS.
           05 TC-CODE             PIC X(4).
           05 TC-DESCRIPTION      PIC X(30).
           05 TC-CATEGORY         PIC X(8).
           05 TC-STATUS           PIC X(7).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  ANL-ACCOUNTS-CHECK-STATUS PIC XX.
       01  ANL-PRICES-CHECK-STATUS   PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  TXN-CODES-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-EOF-ANL              PIC X VALUE "N".
           88  EOF-ANL             VALUE "Y".
           88  NOT-EOF-ANL         VALUE "N".

       01  WS-EOF-PRICES           PIC X VALUE "N".
           88  EOF-PRICES          VALUE "Y".
           88  NOT-EOF-PRICES      VALUE "N".

       01  WS-MENU-OPT             PIC 9.

       01  WS-ACC-ID-IN            PIC 9(8).
       01  WS-CODE-IN              PIC X(4).
       01  WS-PRICE-IN             PIC 9(3)V9(4).
       01  WS-CONFIRM              PIC X.
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-CODE-DESC            PIC X(30).

       01  WS-BUS-DATE             PIC X(10).
       01  WS-BUS-STATUS           PIC X(6).

       01  WS-ANL-MENU.
           02 WS-AN-MENU-LINE     PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-AN-MENU-OPT1     PIC X(34) VALUE
                                   "1 - Enroll Account for Analysis".
           02 WS-AN-MENU-OPT2     PIC X(29)
                                   VALUE "2 - List Analyzed Accounts".
           02 WS-AN-MENU-OPT3     PIC X(30)
                                   VALUE "3 - Remove Analyzed Account".
           02 WS-AN-MENU-OPT4     PIC X(34)
                                   VALUE "4 - Set Activity Unit Price".
           02 WS-AN-MENU-OPT5     PIC X(34) VALUE
                                   "5 - List Activity Unit Prices".
           02 WS-AN-MENU-OPT0     PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-AN-MENU-LINE
           DISPLAY "COMMERCIAL ACCOUNT ANALYSIS"
           DISPLAY WS-AN-MENU-OPT1
           DISPLAY WS-AN-MENU-OPT2
           DISPLAY WS-AN-MENU-OPT3
           DISPLAY WS-AN-MENU-OPT4
           DISPLAY WS-AN-MENU-OPT5
           DISPLAY WS-AN-MENU-OPT0
           DISPLAY WS-AN-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 5
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ENROLL-ACCOUNT THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-ACCOUNTS THRU 0300-END
              WHEN 3
                 PERFORM 0400-REMOVE-ACCOUNT THRU 0400-END
              WHEN 4
                 PERFORM 0500-SET-UNIT-PRICE THRU 0500-END
              WHEN 5
                 PERFORM 0600-LIST-UNIT-PRICES THRU 0600-END
           END-EVALUATE

           PERFORM 0100-MAIN.
       0100-END.

       0150-OPEN-ANL-ACCOUNTS.
           OPEN I-O ANL-ACCOUNTS
           IF ANL-ACCOUNTS-CHECK-STATUS = "35"
              OPEN OUTPUT ANL-ACCOUNTS
              CLOSE ANL-ACCOUNTS
              OPEN I-O ANL-ACCOUNTS
           END-IF

           IF ANL-ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE ANALYSIS ACCOUNTS FILE: "
                      ANL-ACCOUNTS-CHECK-STATUS
           END-IF.
       0150-END.

       0160-OPEN-ANL-PRICES.
           OPEN I-O ANL-PRICES
           IF ANL-PRICES-CHECK-STATUS = "35"
              OPEN OUTPUT ANL-PRICES
              CLOSE ANL-PRICES
              OPEN I-O ANL-PRICES
           END-IF

           IF ANL-PRICES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE UNIT PRICE TABLE: "
                      ANL-PRICES-CHECK-STATUS
           END-IF.
       0160-END.

       0200-ENROLL-ACCOUNT.
           DISPLAY "INSERT THE ACCOUNT ID TO ANALYZE: "
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
                 DISPLAY "ACCOUNT NOT FOUND."
                 CLOSE ACCOUNTS
                 GO TO 0200-END
           END-READ
           CLOSE ACCOUNTS

           IF FS-STATUS NOT = "ACTIVE"
              DISPLAY "ONLY ACTIVE ACCOUNTS CAN BE ANALYZED."
              GO TO 0200-END
           END-IF

           IF FS-TYPE = "INTERNAL"
              DISPLAY "INTERNAL ACCOUNTS CANNOT BE ANALYZED."
              GO TO 0200-END
           END-IF

           PERFORM 0150-OPEN-ANL-ACCOUNTS
           IF ANL-ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE WS-ACC-ID-IN TO ANA-ACC-ID
           READ ANL-ACCOUNTS KEY IS ANA-ACC-ID
              INVALID KEY
                 MOVE WS-ACC-ID-IN TO ANA-ACC-ID
                 MOVE "ACTIVE" TO ANA-STATUS
                 MOVE WS-BUS-DATE TO ANA-ENROLLED
                 MOVE SESSION-OPERATOR-ID TO ANA-ENROLLED-BY
                 MOVE SPACES TO ANA-LAST-MONTH
                 MOVE ZEROES TO ANA-LAST-CHARGES
                 MOVE ZEROES TO ANA-LAST-CREDIT
                 MOVE ZEROES TO ANA-LAST-NET
                 WRITE ANA-DETAILS
              NOT INVALID KEY
                 IF ANA-STATUS = "ACTIVE"
                    DISPLAY "THE ACCOUNT IS ALREADY ANALYZED."
                    CLOSE ANL-ACCOUNTS
                    GO TO 0200-END
                 END-IF
                 MOVE "ACTIVE" TO ANA-STATUS
                 MOVE WS-BUS-DATE TO ANA-ENROLLED
                 MOVE SESSION-OPERATOR-ID TO ANA-ENROLLED-BY
                 REWRITE ANA-DETAILS
           END-READ

           CLOSE ANL-ACCOUNTS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ENROLLED ACCT " WS-ACC-ID-IN " FOR ANALYSIS"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "ACCOUNT " WS-ACC-ID-IN " WILL BE BILLED BY "
                   "ACCOUNT ANALYSIS INSTEAD OF THE MONTHLY FEE.".
       0200-END.

       0300-LIST-ACCOUNTS.
           OPEN INPUT ANL-ACCOUNTS
           IF ANL-ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "NO ANALYZED ACCOUNTS ON FILE."
              GO TO 0300-END
           END-IF

           MOVE ZEROES TO WS-LIST-COUNT
           MOVE ZEROES TO ANA-ACC-ID
           SET NOT-EOF-ANL TO TRUE
           START ANL-ACCOUNTS KEY IS NOT LESS THAN ANA-ACC-ID
              INVALID KEY
                 SET EOF-ANL TO TRUE
           END-START

           PERFORM UNTIL EOF-ANL
              READ ANL-ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-ANL TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY "ACCT " ANA-ACC-ID " " ANA-STATUS
                            " SINCE " ANA-ENROLLED
                            " LAST " ANA-LAST-MONTH
                            " NET FEE " ANA-LAST-NET
              END-READ
           END-PERFORM

           CLOSE ANL-ACCOUNTS

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO ANALYZED ACCOUNTS ON FILE."
           END-IF.
       0300-END.

       0400-REMOVE-ACCOUNT.
           DISPLAY "INSERT THE ACCOUNT ID TO REMOVE FROM ANALYSIS: "
           ACCEPT WS-ACC-ID-IN

           PERFORM 0150-OPEN-ANL-ACCOUNTS
           IF ANL-ACCOUNTS-CHECK-STATUS NOT = "00"
              GO TO 0400-END
           END-IF

           MOVE WS-ACC-ID-IN TO ANA-ACC-ID
           READ ANL-ACCOUNTS KEY IS ANA-ACC-ID
              INVALID KEY
                 DISPLAY "THE ACCOUNT IS NOT ANALYZED."
                 CLOSE ANL-ACCOUNTS
                 GO TO 0400-END
           END-READ

           IF ANA-STATUS NOT = "ACTIVE"
              DISPLAY "THE ACCOUNT IS NOT ANALYZED."
              CLOSE ANL-ACCOUNTS
              GO TO 0400-END
           END-IF

           DISPLAY "RETURN ACCOUNT " ANA-ACC-ID
                   " TO THE FLAT MONTHLY FEE? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE ACCOUNT WAS NOT CHANGED."
              CLOSE ANL-ACCOUNTS
              GO TO 0400-END
           END-IF

           MOVE "INACTIVE" TO ANA-STATUS
           REWRITE ANA-DETAILS
           CLOSE ANL-ACCOUNTS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED ACCT " WS-ACC-ID-IN " FROM ANALYSIS"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "ACCOUNT REMOVED FROM ANALYSIS.".
       0400-END.

       0500-SET-UNIT-PRICE.
           DISPLAY "INSERT THE TRANSACTION CODE: "
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-CODE-IN) TO WS-CODE-IN

           OPEN INPUT TXN-CODES
           IF TXN-CODES-CHECK-STATUS = "00"
              MOVE WS-CODE-IN TO TC-CODE
              READ TXN-CODES KEY IS TC-CODE
                 INVALID KEY
                    DISPLAY "THAT TRANSACTION CODE IS NOT ON FILE."
                    CLOSE TXN-CODES
                    GO TO 0500-END
              END-READ
              CLOSE TXN-CODES
           END-IF

           DISPLAY "INSERT THE PRICE PER ITEM (E.G. 0.1500, 0 TO "
                   "REMOVE): "
           ACCEPT WS-PRICE-IN

           PERFORM 0160-OPEN-ANL-PRICES
           IF ANL-PRICES-CHECK-STATUS NOT = "00"
              GO TO 0500-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE WS-CODE-IN TO APR-TXN-CODE
           READ ANL-PRICES KEY IS APR-TXN-CODE
              INVALID KEY
                 IF WS-PRICE-IN = ZEROES
                    DISPLAY "NO UNIT PRICE IS SET FOR THIS CODE."
                    CLOSE ANL-PRICES
                    GO TO 0500-END
                 END-IF
                 MOVE WS-CODE-IN TO APR-TXN-CODE
                 MOVE WS-PRICE-IN TO APR-UNIT-PRICE
                 MOVE WS-BUS-DATE TO APR-SET-DATE
                 MOVE SESSION-OPERATOR-ID TO APR-SET-BY
                 WRITE APR-DETAILS
              NOT INVALID KEY
                 IF WS-PRICE-IN = ZEROES
                    DELETE ANL-PRICES RECORD
                 ELSE
                    MOVE WS-PRICE-IN TO APR-UNIT-PRICE
                    MOVE WS-BUS-DATE TO APR-SET-DATE
                    MOVE SESSION-OPERATOR-ID TO APR-SET-BY
                    REWRITE APR-DETAILS
                 END-IF
           END-READ

           CLOSE ANL-PRICES

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET ANALYSIS PRICE " WS-CODE-IN " "
                  WS-PRICE-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF WS-PRICE-IN = ZEROES
              DISPLAY "UNIT PRICE REMOVED FOR CODE " WS-CODE-IN "."
           ELSE
              DISPLAY "UNIT PRICE STORED FOR CODE " WS-CODE-IN "."
           END-IF.
       0500-END.

       0600-LIST-UNIT-PRICES.
           OPEN INPUT ANL-PRICES
           IF ANL-PRICES-CHECK-STATUS NOT = "00"
              DISPLAY "NO UNIT PRICES ON FILE."
              GO TO 0600-END
           END-IF

           OPEN INPUT TXN-CODES

           MOVE ZEROES TO WS-LIST-COUNT
           MOVE LOW-VALUES TO APR-TXN-CODE
           SET NOT-EOF-PRICES TO TRUE
           START ANL-PRICES KEY IS NOT LESS THAN APR-TXN-CODE
              INVALID KEY
                 SET EOF-PRICES TO TRUE
           END-START

           PERFORM UNTIL EOF-PRICES
              READ ANL-PRICES NEXT RECORD
                 AT END
                    SET EOF-PRICES TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    MOVE SPACES TO WS-CODE-DESC
                    IF TXN-CODES-CHECK-STATUS = "00"
                       MOVE APR-TXN-CODE TO TC-CODE
                       READ TXN-CODES KEY IS TC-CODE
                          NOT INVALID KEY
                             MOVE TC-DESCRIPTION TO WS-CODE-DESC
                       END-READ
                    END-IF
                    DISPLAY APR-TXN-CODE " " WS-CODE-DESC
                            " PRICE " APR-UNIT-PRICE
                            " SET " APR-SET-DATE " BY " APR-SET-BY
              END-READ
           END-PERFORM

           CLOSE ANL-PRICES
           IF TXN-CODES-CHECK-STATUS = "00"
              CLOSE TXN-CODES
           END-IF

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO UNIT PRICES ON FILE."
           END-IF.
       0600-END.

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

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " manageAnalysis: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
