       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageSigners.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SIGNERS ASSIGN TO "signers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SG-KEY
           FILE STATUS IS SIGNERS-CHECK-STATUS.

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

       FD  SIGNERS.
       01  SG-DETAILS.
           05 SG-KEY.
               10 SG-ACC-ID          PIC 9(8).
               10 SG-SEQ             PIC 9(2).
           05 SG-NAME                PIC X(30).
           05 SG-ID-DOC              PIC X(20).
           05 SG-DOC-TYPE            PIC X(10).
           05 SG-DOC-REF             PIC X(20).
           05 SG-SCOPE               PIC X(8).
           05 SG-LIMIT               PIC 9(9)V99.
           05 SG-START               PIC X(10).
           05 SG-EXPIRY              PIC X(10).
           05 SG-STATUS              PIC X(8).
           05 SG-ADDED               PIC X(10).
           05 SG-ADDED-BY            PIC X(8).

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

       01  SIGNERS-CHECK-STATUS       PIC XX.
       01  ACCOUNTS-CHECK-STATUS      PIC XX.
       01  AUDIT-LOG-CHECK-STATUS     PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-EOF-SIGNERS          PIC X VALUE "N".
           88  EOF-SIGNERS         VALUE "Y".
           88  NOT-EOF-SIGNERS     VALUE "N".

       01  WS-MENU-OPT             PIC 9.

       01  WS-ACC-ID-IN            PIC 9(8).
       01  WS-SEQ-IN               PIC 9(2).
       01  WS-NAME-IN              PIC X(30).
       01  WS-ID-DOC-IN            PIC X(20).
       01  WS-DOC-TYPE-IN          PIC X(10).
       01  WS-DOC-REF-IN           PIC X(20).
       01  WS-SCOPE-IN             PIC X.
       01  WS-LIMIT-IN             PIC 9(9)V99.
       01  WS-START-IN             PIC X(10).
       01  WS-EXPIRY-IN            PIC X(10).
       01  WS-CONFIRM              PIC X.

       01  WS-ACCOUNT-OK           PIC X.
       01  WS-LAST-SEQ             PIC 9(2).
       01  WS-LIST-COUNT           PIC 9(3).
       01  WS-SCOPE-OUT            PIC X(8).

       01  WS-DATE-CHECK           PIC X(10).
       01  WS-DATE-VALID           PIC X.
       01  WS-DATE-MM              PIC 99.
       01  WS-DATE-DD              PIC 99.

       01  WS-BUS-DATE             PIC X(10).
       01  WS-BUS-STATUS           PIC X(6).

       01  WS-SG-MENU.
           02 WS-SG-MENU-LINE     PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-SG-MENU-OPT1     PIC X(34) VALUE
                                   "1 - Add Authorized Signer/POA".
           02 WS-SG-MENU-OPT2     PIC X(34) VALUE
                                   "2 - List Account Signers".
           02 WS-SG-MENU-OPT3     PIC X(34) VALUE
                                   "3 - Revoke Signer Authority".
           02 WS-SG-MENU-OPT4     PIC X(34) VALUE
                                   "4 - POAs Expiring in 30 Days".
           02 WS-SG-MENU-OPT0     PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-SG-MENU-LINE
           DISPLAY "AUTHORIZED SIGNERS AND POWERS OF ATTORNEY"
           DISPLAY WS-SG-MENU-OPT1
           DISPLAY WS-SG-MENU-OPT2
           DISPLAY WS-SG-MENU-OPT3
           DISPLAY WS-SG-MENU-OPT4
           DISPLAY WS-SG-MENU-OPT0
           DISPLAY WS-SG-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 4
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ADD-SIGNER THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-SIGNERS THRU 0300-END
              WHEN 3
                 PERFORM 0400-REVOKE-SIGNER THRU 0400-END
              WHEN 4
                 CALL "poaExpiryReport"
           END-EVALUATE

           PERFORM 0100-MAIN.
       0100-END.

       0150-OPEN-SIGNERS.
           OPEN I-O SIGNERS
           IF SIGNERS-CHECK-STATUS = "35"
              OPEN OUTPUT SIGNERS
              CLOSE SIGNERS
              OPEN I-O SIGNERS
           END-IF

           IF SIGNERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE SIGNERS FILE: "
                      SIGNERS-CHECK-STATUS
           END-IF.
       0150-END.

       0160-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
                      ACCOUNTS-CHECK-STATUS
              GO TO 0160-END
           END-IF

           MOVE WS-ACC-ID-IN TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 DISPLAY "ACCOUNT NOT FOUND."
                 CLOSE ACCOUNTS
                 GO TO 0160-END
           END-READ
           CLOSE ACCOUNTS

           IF FS-STATUS = "CLOSED"
              DISPLAY "THE ACCOUNT IS CLOSED."
              GO TO 0160-END
           END-IF

           IF FS-TYPE = "INTERNAL"
              DISPLAY "SIGNERS CANNOT BE NAMED ON INTERNAL ACCOUNTS."
              GO TO 0160-END
           END-IF

           MOVE "Y" TO WS-ACCOUNT-OK.
       0160-END.

       0170-CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID

           IF WS-DATE-CHECK(1:4) NOT NUMERIC
              OR WS-DATE-CHECK(5:1) NOT = "-"
              OR WS-DATE-CHECK(6:2) NOT NUMERIC
              OR WS-DATE-CHECK(8:1) NOT = "-"
              OR WS-DATE-CHECK(9:2) NOT NUMERIC
              GO TO 0170-END
           END-IF

           MOVE WS-DATE-CHECK(6:2) TO WS-DATE-MM
           MOVE WS-DATE-CHECK(9:2) TO WS-DATE-DD
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
              OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
              GO TO 0170-END
           END-IF

           MOVE "Y" TO WS-DATE-VALID.
       0170-END.

       0180-SCAN-ACCOUNT.
           MOVE ZEROES TO WS-LAST-SEQ

           MOVE WS-ACC-ID-IN TO SG-ACC-ID
           MOVE ZEROES TO SG-SEQ
           SET NOT-EOF-SIGNERS TO TRUE
           START SIGNERS KEY IS NOT LESS THAN SG-KEY
              INVALID KEY
                 SET EOF-SIGNERS TO TRUE
           END-START

           PERFORM UNTIL EOF-SIGNERS
              READ SIGNERS NEXT RECORD
                 AT END
                    SET EOF-SIGNERS TO TRUE
                 NOT AT END
                    IF SG-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-SIGNERS TO TRUE
                    ELSE
                       MOVE SG-SEQ TO WS-LAST-SEQ
                    END-IF
              END-READ
           END-PERFORM.
       0180-END.

       0200-ADD-SIGNER.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           PERFORM 0160-CHECK-ACCOUNT THRU 0160-END
           IF WS-ACCOUNT-OK NOT = "Y"
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-NAME-IN
           DISPLAY "INSERT THE SIGNER NAME: "
           ACCEPT WS-NAME-IN
           MOVE FUNCTION UPPER-CASE (WS-NAME-IN) TO WS-NAME-IN
           IF WS-NAME-IN = SPACES
              DISPLAY "THE SIGNER NAME CANNOT BE BLANK."
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-ID-DOC-IN
           DISPLAY "INSERT THE SIGNER'S IDENTITY DOCUMENT NUMBER: "
           ACCEPT WS-ID-DOC-IN
           MOVE FUNCTION UPPER-CASE (WS-ID-DOC-IN) TO WS-ID-DOC-IN
           IF WS-ID-DOC-IN = SPACES
              DISPLAY "THE IDENTITY DOCUMENT CANNOT BE BLANK."
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-DOC-TYPE-IN
           DISPLAY "INSERT THE AUTHORIZING DOCUMENT TYPE "
                   "(POA/RESOLUTION/MANDATE): "
           ACCEPT WS-DOC-TYPE-IN
           MOVE FUNCTION UPPER-CASE (WS-DOC-TYPE-IN) TO WS-DOC-TYPE-IN
           IF WS-DOC-TYPE-IN NOT = "POA"
              AND WS-DOC-TYPE-IN NOT = "RESOLUTION"
              AND WS-DOC-TYPE-IN NOT = "MANDATE"
              DISPLAY "INVALID DOCUMENT TYPE."
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-DOC-REF-IN
           DISPLAY "INSERT THE AUTHORIZING DOCUMENT REFERENCE: "
           ACCEPT WS-DOC-REF-IN
           MOVE FUNCTION UPPER-CASE (WS-DOC-REF-IN) TO WS-DOC-REF-IN
           IF WS-DOC-REF-IN = SPACES
              DISPLAY "THE DOCUMENT REFERENCE CANNOT BE BLANK."
              GO TO 0200-END
           END-IF

           DISPLAY "INSERT THE AUTHORITY SCOPE - I (INQUIRY ONLY), "
                   "L (WITHDRAWALS UP TO A LIMIT), F (FULL): "
           ACCEPT WS-SCOPE-IN
           MOVE FUNCTION UPPER-CASE (WS-SCOPE-IN) TO WS-SCOPE-IN
           MOVE ZEROES TO WS-LIMIT-IN
           EVALUATE WS-SCOPE-IN
              WHEN "I"
                 MOVE "INQUIRY" TO WS-SCOPE-OUT
              WHEN "L"
                 MOVE "LIMITED" TO WS-SCOPE-OUT
                 DISPLAY "INSERT THE PER-TRANSACTION LIMIT: "
                 ACCEPT WS-LIMIT-IN
                 IF WS-LIMIT-IN = ZEROES
                    DISPLAY "THE LIMIT MUST BE ABOVE ZERO."
                    GO TO 0200-END
                 END-IF
              WHEN "F"
                 MOVE "FULL" TO WS-SCOPE-OUT
              WHEN OTHER
                 DISPLAY "INVALID SCOPE."
                 GO TO 0200-END
           END-EVALUATE

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE SPACES TO WS-START-IN
           DISPLAY "INSERT THE START DATE YYYY-MM-DD (BLANK FOR "
                   WS-BUS-DATE "): "
           ACCEPT WS-START-IN
           IF WS-START-IN = SPACES
              MOVE WS-BUS-DATE TO WS-START-IN
           END-IF
           MOVE WS-START-IN TO WS-DATE-CHECK
           PERFORM 0170-CHECK-DATE THRU 0170-END
           IF WS-DATE-VALID NOT = "Y"
              DISPLAY "INVALID START DATE."
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-EXPIRY-IN
           DISPLAY "INSERT THE EXPIRY DATE YYYY-MM-DD (BLANK IF THE "
                   "DOCUMENT HAS NO EXPIRY): "
           ACCEPT WS-EXPIRY-IN
           IF WS-EXPIRY-IN NOT = SPACES
              MOVE WS-EXPIRY-IN TO WS-DATE-CHECK
              PERFORM 0170-CHECK-DATE THRU 0170-END
              IF WS-DATE-VALID NOT = "Y"
                 DISPLAY "INVALID EXPIRY DATE."
                 GO TO 0200-END
              END-IF
              IF WS-EXPIRY-IN < WS-START-IN
                 DISPLAY "THE EXPIRY DATE CANNOT BE BEFORE THE "
                         "START DATE."
                 GO TO 0200-END
              END-IF
              IF WS-EXPIRY-IN < WS-BUS-DATE
                 DISPLAY "THE DOCUMENT HAS ALREADY EXPIRED."
                 GO TO 0200-END
              END-IF
           END-IF

           PERFORM 0150-OPEN-SIGNERS THRU 0150-END
           IF SIGNERS-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           PERFORM 0180-SCAN-ACCOUNT THRU 0180-END

           IF WS-LAST-SEQ = 99
              DISPLAY "NO MORE SIGNERS CAN BE NAMED ON THIS ACCOUNT."
              CLOSE SIGNERS
              GO TO 0200-END
           END-IF

           MOVE WS-ACC-ID-IN TO SG-ACC-ID
           COMPUTE SG-SEQ = WS-LAST-SEQ + 1
           MOVE WS-NAME-IN TO SG-NAME
           MOVE WS-ID-DOC-IN TO SG-ID-DOC
           MOVE WS-DOC-TYPE-IN TO SG-DOC-TYPE
           MOVE WS-DOC-REF-IN TO SG-DOC-REF
           MOVE WS-SCOPE-OUT TO SG-SCOPE
           MOVE WS-LIMIT-IN TO SG-LIMIT
           MOVE WS-START-IN TO SG-START
           MOVE WS-EXPIRY-IN TO SG-EXPIRY
           MOVE "ACTIVE" TO SG-STATUS
           MOVE WS-BUS-DATE TO SG-ADDED
           MOVE "UNKNOWN" TO SG-ADDED-BY
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO SG-ADDED-BY
           END-IF

           WRITE SG-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING THE SIGNER RECORD."
                 CLOSE SIGNERS
                 GO TO 0200-END
           END-WRITE

           CLOSE SIGNERS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED SIGNER " SG-SEQ " " SG-DOC-TYPE " "
                  SG-SCOPE " ON ACCT " WS-ACC-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           DISPLAY "SIGNER " SG-SEQ " ADDED TO ACCOUNT " WS-ACC-ID-IN
                   ".".
       0200-END.

       0300-LIST-SIGNERS.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           OPEN INPUT SIGNERS
           IF SIGNERS-CHECK-STATUS NOT = "00"
              DISPLAY "NO SIGNERS ON FILE."
              GO TO 0300-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE ZEROES TO WS-LIST-COUNT
           MOVE WS-ACC-ID-IN TO SG-ACC-ID
           MOVE ZEROES TO SG-SEQ
           SET NOT-EOF-SIGNERS TO TRUE
           START SIGNERS KEY IS NOT LESS THAN SG-KEY
              INVALID KEY
                 SET EOF-SIGNERS TO TRUE
           END-START

           PERFORM UNTIL EOF-SIGNERS
              READ SIGNERS NEXT RECORD
                 AT END
                    SET EOF-SIGNERS TO TRUE
                 NOT AT END
                    IF SG-ACC-ID NOT = WS-ACC-ID-IN
                       SET EOF-SIGNERS TO TRUE
                    ELSE
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY SG-SEQ " " SG-NAME " " SG-SCOPE " "
                               SG-STATUS
                       DISPLAY "   " SG-DOC-TYPE " " SG-DOC-REF
                               " ID " SG-ID-DOC
                       IF SG-EXPIRY = SPACES
                          DISPLAY "   FROM " SG-START " NO EXPIRY"
                       ELSE
                          DISPLAY "   FROM " SG-START " TO "
                                  SG-EXPIRY
                       END-IF
                       IF SG-SCOPE = "LIMITED"
                          DISPLAY "   LIMIT " SG-LIMIT
                       END-IF
                       IF SG-STATUS = "ACTIVE"
                          AND SG-EXPIRY NOT = SPACES
                          AND SG-EXPIRY < WS-BUS-DATE
                          DISPLAY "   ** AUTHORITY HAS EXPIRED **"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SIGNERS

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO SIGNERS ON FILE FOR THIS ACCOUNT."
           END-IF.
       0300-END.

       0400-REVOKE-SIGNER.
           DISPLAY "INSERT THE ACCOUNT ID: "
           ACCEPT WS-ACC-ID-IN

           DISPLAY "INSERT THE SIGNER NUMBER TO REVOKE: "
           ACCEPT WS-SEQ-IN

           PERFORM 0150-OPEN-SIGNERS THRU 0150-END
           IF SIGNERS-CHECK-STATUS NOT = "00"
              GO TO 0400-END
           END-IF

           MOVE WS-ACC-ID-IN TO SG-ACC-ID
           MOVE WS-SEQ-IN TO SG-SEQ
           READ SIGNERS KEY IS SG-KEY
              INVALID KEY
                 DISPLAY "NO SUCH SIGNER ON THIS ACCOUNT."
                 CLOSE SIGNERS
                 GO TO 0400-END
           END-READ

           IF SG-STATUS NOT = "ACTIVE"
              DISPLAY "THAT SIGNER IS NOT ACTIVE (" SG-STATUS ")."
              CLOSE SIGNERS
              GO TO 0400-END
           END-IF

           DISPLAY "REVOKE " SG-NAME "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
              CLOSE SIGNERS
              GO TO 0400-END
           END-IF

           MOVE "REVOKED" TO SG-STATUS
           REWRITE SG-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING THE SIGNER RECORD."
                 CLOSE SIGNERS
                 GO TO 0400-END
           END-REWRITE

           CLOSE SIGNERS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REVOKED SIGNER " SG-SEQ " ON ACCT " WS-ACC-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           DISPLAY "SIGNER AUTHORITY REVOKED.".
       0400-END.

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
                  " " WS-AUDIT-OPERATOR " manageSigners: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
