       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageCollateral.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT COLLATERAL ASSIGN TO "collateral.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COL-ACC-ID
           FILE STATUS IS COLLATERAL-CHECK-STATUS.

       SELECT LOANS ASSIGN TO "loans.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ACC-ID
           FILE STATUS IS LOANS-CHECK-STATUS.

       SELECT LOAN-SCHEDULE ASSIGN TO "loanschedule.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LSC-KEY
           FILE STATUS IS LOAN-SCHED-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COLLATERAL.
       01  COL-DETAILS.
           05 COL-ACC-ID             PIC 9(8).
           05 COL-TYPE               PIC X(10).
           05 COL-DESCRIPTION        PIC X(40).
           05 COL-VALUE              PIC 9(9)V99.
           05 COL-VAL-DATE           PIC X(10).
           05 COL-LIEN-POS           PIC 9.
           05 COL-STATUS             PIC X(8).
           05 COL-RELEASE-DATE       PIC X(10).
           05 COL-RELEASED-BY        PIC X(8).

       FD  LOANS.
       01  LN-DETAILS.
           05 LN-ACC-ID           PIC 9(8).
           05 LN-PRINCIPAL        PIC 9(9)V99.
           05 LN-ANNUAL-RATE      PIC V9(4).
           05 LN-TERM-MONTHS      PIC 9(3).
           05 LN-PAYMENT-AMOUNT   PIC 9(7)V99.
           05 LN-OPENED           PIC X(10).
           05 LN-PAID-COUNT       PIC 9(3).
           05 LN-STATUS           PIC X(8).

       FD  LOAN-SCHEDULE.
       01  LSC-DETAILS.
           05 LSC-KEY.
               10 LSC-ACC-ID      PIC 9(8).
               10 LSC-INSTALL-NO  PIC 9(3).
           05 LSC-DUE-DATE        PIC X(10).
           05 LSC-PAYMENT         PIC 9(7)V99.
           05 LSC-PRINCIPAL       PIC 9(7)V99.
           05 LSC-INTEREST        PIC 9(7)V99.
           05 LSC-BALANCE-AFTER   PIC 9(9)V99.
           05 LSC-STATUS          PIC X(8).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  COLLATERAL-CHECK-STATUS   PIC XX.
       01  LOANS-CHECK-STATUS        PIC XX.
       01  LOAN-SCHED-CHECK-STATUS   PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-EOF-COLLATERAL         PIC X VALUE "N".
           88  EOF-COLLATERAL        VALUE "Y".
           88  NOT-EOF-COLLATERAL    VALUE "N".

       01  WS-EOF-SCHEDULE           PIC X VALUE "N".
           88  EOF-SCHEDULE          VALUE "Y".
           88  NOT-EOF-SCHEDULE      VALUE "N".
       01  WS-FOUND-DUE              PIC X.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-MENU-OPT               PIC 9.

       01  WS-ACC-ID-IN              PIC 9(8).
       01  WS-TYPE-IN                PIC X(10).
           88  WS-TYPE-VALID         VALUES "REALESTATE" "VEHICLE"
                                            "DEPOSIT" "EQUIPMENT"
                                            "SECURITIES" "OTHER".
       01  WS-DESC-IN                PIC X(40).
       01  WS-VALUE-IN               PIC 9(9)V99.
       01  WS-VAL-DATE-IN            PIC X(10).
       01  WS-LIEN-POS-IN            PIC 9.
       01  WS-CONFIRM                PIC X.
       01  WS-ITEM-COUNT             PIC 9(5).

       01  WS-OUT-PRINCIPAL          PIC 9(9)V99.
       01  WS-LTV-PCT                PIC 9(5)V99.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-COLL-MENU.
           02 WS-COLL-MENU-LINE    PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-COLL-MENU-OPT1    PIC X(27)
                                   VALUE "1 - Record/Revalue Pledge".
           02 WS-COLL-MENU-OPT2    PIC X(24)
                                   VALUE "2 - View Loan Collateral".
           02 WS-COLL-MENU-OPT3    PIC X(26)
                                   VALUE "3 - Loan-to-Value Report".
           02 WS-COLL-MENU-OPT4    PIC X(26)
                                   VALUE "4 - Pending Lien Releases".
           02 WS-COLL-MENU-OPT5    PIC X(26)
                                   VALUE "5 - Confirm a Lien Release".
           02 WS-COLL-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-COLL-MENU-LINE
           DISPLAY "LOAN COLLATERAL"
           DISPLAY WS-COLL-MENU-OPT1
           DISPLAY WS-COLL-MENU-OPT2
           DISPLAY WS-COLL-MENU-OPT3
           DISPLAY WS-COLL-MENU-OPT4
           DISPLAY WS-COLL-MENU-OPT5
           DISPLAY WS-COLL-MENU-OPT0
           DISPLAY WS-COLL-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 5
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT = 3
              CALL "ltvReport"
              PERFORM 0100-MAIN
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           OPEN I-O COLLATERAL
           IF COLLATERAL-CHECK-STATUS = "35"
              OPEN OUTPUT COLLATERAL
              CLOSE COLLATERAL
              OPEN I-O COLLATERAL
           END-IF

           IF COLLATERAL-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING COLLATERAL FILE: "
                      COLLATERAL-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT LOANS
           IF LOANS-CHECK-STATUS NOT = "00"
              DISPLAY "NO LOANS ARE ON FILE."
              CLOSE COLLATERAL
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT LOAN-SCHEDULE

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-RECORD-COLLATERAL THRU 0200-END
              WHEN 2
                 PERFORM 0300-VIEW-COLLATERAL THRU 0300-END
              WHEN 4
                 PERFORM 0400-PENDING-RELEASES
              WHEN 5
                 PERFORM 0500-CONFIRM-RELEASE THRU 0500-END
           END-EVALUATE

           CLOSE COLLATERAL
           CLOSE LOANS
           CLOSE LOAN-SCHEDULE
           PERFORM 0100-MAIN.
       0100-END.

       0200-RECORD-COLLATERAL.
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO LN-ACC-ID
           READ LOANS KEY IS LN-ACC-ID
              INVALID KEY
                 DISPLAY "NO LOAN ON FILE FOR THIS ACCOUNT."
                 GO TO 0200-END
           END-READ

           IF LN-STATUS NOT = "ACTIVE"
              DISPLAY "THE LOAN IS NOT ACTIVE (" LN-STATUS ")."
              GO TO 0200-END
           END-IF

           MOVE WS-ACC-ID-IN TO COL-ACC-ID
           READ COLLATERAL KEY IS COL-ACC-ID
              INVALID KEY
                 PERFORM 0250-ENTER-NEW-COLLATERAL THRU 0250-END
                 GO TO 0200-END
           END-READ

           DISPLAY "COLLATERAL ON FILE: " COL-TYPE " "
                   COL-DESCRIPTION
           DISPLAY "  VALUE " COL-VALUE " AS OF " COL-VAL-DATE
                   " LIEN POSITION " COL-LIEN-POS

           DISPLAY "INSERT THE NEW APPRAISED VALUE: "
           ACCEPT WS-VALUE-IN
           DISPLAY "INSERT THE VALUATION DATE (YYYY-MM-DD): "
           ACCEPT WS-VAL-DATE-IN

           IF WS-VALUE-IN = ZEROES
              DISPLAY "THE APPRAISED VALUE MUST BE GREATER THAN "
                      "ZERO."
              GO TO 0200-END
           END-IF

           IF WS-VAL-DATE-IN(1:4) NOT NUMERIC
              OR WS-VAL-DATE-IN(6:2) NOT NUMERIC
              OR WS-VAL-DATE-IN(9:2) NOT NUMERIC
              OR WS-VAL-DATE-IN < COL-VAL-DATE
              DISPLAY "THAT IS NOT A USABLE VALUATION DATE."
              GO TO 0200-END
           END-IF

           IF WS-BUS-DATE NOT = SPACES
              AND WS-VAL-DATE-IN > WS-BUS-DATE
              DISPLAY "THE VALUATION DATE CANNOT BE IN THE FUTURE."
              GO TO 0200-END
           END-IF

           MOVE WS-VALUE-IN TO COL-VALUE
           MOVE WS-VAL-DATE-IN TO COL-VAL-DATE
           REWRITE COL-DETAILS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REVALUED COLLATERAL LOAN " WS-ACC-ID-IN " "
                  WS-VALUE-IN " AS OF " WS-VAL-DATE-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "COLLATERAL REVALUED.".
       0200-END.

       0250-ENTER-NEW-COLLATERAL.
           DISPLAY "COLLATERAL TYPE (REALESTATE, VEHICLE, DEPOSIT, "
                   "EQUIPMENT, SECURITIES, OTHER): "
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE (WS-TYPE-IN) TO WS-TYPE-IN
           IF NOT WS-TYPE-VALID
              DISPLAY "THAT IS NOT A COLLATERAL TYPE."
              GO TO 0250-END
           END-IF

           DISPLAY "INSERT THE COLLATERAL DESCRIPTION: "
           ACCEPT WS-DESC-IN
           MOVE FUNCTION UPPER-CASE (WS-DESC-IN) TO WS-DESC-IN
           IF WS-DESC-IN = SPACES
              DISPLAY "THE DESCRIPTION CANNOT BE BLANK."
              GO TO 0250-END
           END-IF

           DISPLAY "INSERT THE APPRAISED VALUE: "
           ACCEPT WS-VALUE-IN
           IF WS-VALUE-IN = ZEROES
              DISPLAY "THE APPRAISED VALUE MUST BE GREATER THAN "
                      "ZERO."
              GO TO 0250-END
           END-IF

           DISPLAY "INSERT THE VALUATION DATE (YYYY-MM-DD): "
           ACCEPT WS-VAL-DATE-IN
           IF WS-VAL-DATE-IN(1:4) NOT NUMERIC
              OR WS-VAL-DATE-IN(6:2) NOT NUMERIC
              OR WS-VAL-DATE-IN(9:2) NOT NUMERIC
              DISPLAY "THAT IS NOT A USABLE VALUATION DATE."
              GO TO 0250-END
           END-IF

           IF WS-BUS-DATE NOT = SPACES
              AND WS-VAL-DATE-IN > WS-BUS-DATE
              DISPLAY "THE VALUATION DATE CANNOT BE IN THE FUTURE."
              GO TO 0250-END
           END-IF

           DISPLAY "INSERT THE LIEN POSITION (1 = FIRST LIEN): "
           ACCEPT WS-LIEN-POS-IN
           IF WS-LIEN-POS-IN = ZEROES
              DISPLAY "THE LIEN POSITION MUST BE 1 TO 9."
              GO TO 0250-END
           END-IF

           MOVE WS-ACC-ID-IN TO COL-ACC-ID
           MOVE WS-TYPE-IN TO COL-TYPE
           MOVE WS-DESC-IN TO COL-DESCRIPTION
           MOVE WS-VALUE-IN TO COL-VALUE
           MOVE WS-VAL-DATE-IN TO COL-VAL-DATE
           MOVE WS-LIEN-POS-IN TO COL-LIEN-POS
           MOVE "HELD" TO COL-STATUS
           MOVE SPACES TO COL-RELEASE-DATE
           MOVE SPACES TO COL-RELEASED-BY
           WRITE COL-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING COLLATERAL RECORD: "
                         COLLATERAL-CHECK-STATUS
                 GO TO 0250-END
           END-WRITE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RECORDED COLLATERAL LOAN " WS-ACC-ID-IN " "
                  WS-TYPE-IN " " WS-VALUE-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "COLLATERAL RECORDED.".
       0250-END.

       0300-VIEW-COLLATERAL.
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO COL-ACC-ID
           READ COLLATERAL KEY IS COL-ACC-ID
              INVALID KEY
                 DISPLAY "NO COLLATERAL ON FILE FOR THIS LOAN."
                 GO TO 0300-END
           END-READ

           DISPLAY "COLLATERAL FOR LOAN " COL-ACC-ID ":"
           DISPLAY "  TYPE:           " COL-TYPE
           DISPLAY "  DESCRIPTION:    " COL-DESCRIPTION
           DISPLAY "  APPRAISED:      " COL-VALUE " AS OF "
                   COL-VAL-DATE
           DISPLAY "  LIEN POSITION:  " COL-LIEN-POS
           DISPLAY "  STATUS:         " COL-STATUS
           IF COL-STATUS NOT = "HELD"
              DISPLAY "  RELEASE DATE:   " COL-RELEASE-DATE
                      " " COL-RELEASED-BY
           END-IF

           MOVE WS-ACC-ID-IN TO LN-ACC-ID
           READ LOANS KEY IS LN-ACC-ID
              INVALID KEY
                 GO TO 0300-END
           END-READ

           IF LN-STATUS NOT = "ACTIVE"
              DISPLAY "  LOAN STATUS:    " LN-STATUS
              GO TO 0300-END
           END-IF

           PERFORM 0350-OUTSTANDING-PRINCIPAL

           MOVE ZEROES TO WS-LTV-PCT
           IF COL-VALUE > ZEROES
              COMPUTE WS-LTV-PCT ROUNDED =
                      WS-OUT-PRINCIPAL * 100 / COL-VALUE
           END-IF

           DISPLAY "  OUTSTANDING:    " WS-OUT-PRINCIPAL
           DISPLAY "  LOAN-TO-VALUE:  " WS-LTV-PCT "%".
       0300-END.

       0350-OUTSTANDING-PRINCIPAL.
           MOVE ZEROES TO WS-OUT-PRINCIPAL
           MOVE "N" TO WS-FOUND-DUE
           MOVE LN-ACC-ID TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
              INVALID KEY
                 SET EOF-SCHEDULE TO TRUE
           END-START

           PERFORM UNTIL EOF-SCHEDULE OR WS-FOUND-DUE = "Y"
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-SCHEDULE TO TRUE
                 NOT AT END
                    IF LSC-ACC-ID NOT = LN-ACC-ID
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          MOVE "Y" TO WS-FOUND-DUE
                          COMPUTE WS-OUT-PRINCIPAL =
                                  LSC-BALANCE-AFTER + LSC-PRINCIPAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0350-END.

       0400-PENDING-RELEASES.
           DISPLAY "LOAN ACCT TYPE       RELEASE    DESCRIPTION"

           MOVE ZEROES TO WS-ITEM-COUNT
           MOVE ZEROES TO COL-ACC-ID
           SET NOT-EOF-COLLATERAL TO TRUE
           START COLLATERAL KEY IS NOT LESS THAN COL-ACC-ID
              INVALID KEY
                 SET EOF-COLLATERAL TO TRUE
           END-START

           PERFORM UNTIL EOF-COLLATERAL
              READ COLLATERAL NEXT RECORD
                 AT END
                    SET EOF-COLLATERAL TO TRUE
                 NOT AT END
                    IF COL-STATUS = "PENDREL"
                       ADD 1 TO WS-ITEM-COUNT
                       DISPLAY COL-ACC-ID "  " COL-TYPE " "
                               COL-RELEASE-DATE " " COL-DESCRIPTION
                    END-IF
              END-READ
           END-PERFORM

           IF WS-ITEM-COUNT = ZEROES
              DISPLAY "NO LIEN RELEASES ARE PENDING."
           ELSE
              DISPLAY "PENDING LIEN RELEASES: " WS-ITEM-COUNT
           END-IF.
       0400-END.

       0500-CONFIRM-RELEASE.
           DISPLAY "INSERT THE LOAN ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           MOVE WS-ACC-ID-IN TO COL-ACC-ID
           READ COLLATERAL KEY IS COL-ACC-ID
              INVALID KEY
                 DISPLAY "NO COLLATERAL ON FILE FOR THIS LOAN."
                 GO TO 0500-END
           END-READ

           IF COL-STATUS NOT = "PENDREL"
              DISPLAY "NO LIEN RELEASE IS PENDING FOR THIS LOAN ("
                      COL-STATUS ")."
              GO TO 0500-END
           END-IF

           DISPLAY "CONFIRM THE LIEN ON " COL-DESCRIPTION
           DISPLAY "HAS BEEN RELEASED AND RETURNED? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE LIEN RELEASE REMAINS PENDING."
              GO TO 0500-END
           END-IF

           MOVE "RELEASED" TO COL-STATUS
           MOVE "UNKNOWN" TO COL-RELEASED-BY
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO COL-RELEASED-BY
           END-IF
           REWRITE COL-DETAILS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "LIEN RELEASED ON LOAN " WS-ACC-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "THE LIEN RELEASE IS CONFIRMED.".
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

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " manageCollateral: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
