           RECORD KEY IS OI-SERIAL
           FILE STATUS IS ITEMS-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

       SELECT INT-ACCT ASSIGN TO "intacct.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INT-ACCT-CHECK-STATUS.
           05 OI-PAID-DATE           PIC X(10).
           05 OI-REPL-SERIAL         PIC 9(8).

       FD ACCOUNTS.
       01 FD-ACC-DETAILS.
           02 FD-ID                   PIC 9(8).
           02 FD-CURRENCY              PIC X(3).
           02 FD-BRANCH                PIC X(4).

       FD  INT-ACCT.
       01  INT-ACCT-LINE.
           05 IA-INT-EXPENSE-ACC     PIC 9(8).

       01  STOCK-CHECK-STATUS        PIC XX.
       01  ITEMS-CHECK-STATUS        PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  INT-ACCT-CHECK-STATUS     PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  WS-CONFIRM                PIC X.
       01  WS-NEW-SERIAL             PIC 9(8).

       01  WS-SETTLEMENT-ACC         PIC 9(8).
       01  WS-CHECK-RESULT           PIC X.
           88  WS-CHECK-OK           VALUE "Y".
           88  WS-CHECK-BAD          VALUE "N".

       01  WS-INSIDER-OP-ID          PIC X(8).
       01  WS-INSIDER-ACTION         PIC X(12).
       01  WS-INSIDER-RESULT         PIC X.
           88  WS-INSIDER-BLOCKED    VALUE "B".

       01  WS-OUT-COUNT              PIC 9(5).
       01  WS-OUT-TOTAL              PIC 9(11)V99.

       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-POST-REQUEST.
           05 WS-PR-ACC-ID           PIC 9(8).
           05 WS-PR-TYPE             PIC X(6).
           05 WS-PR-AMOUNT           PIC 9(9)V99.
           05 WS-PR-DESC             PIC X(20).
           05 WS-PR-TXN-CODE         PIC X(4).
           05 WS-PR-CHECK-NO         PIC 9(6).
           05 WS-PR-TR-ID            PIC 9(9).
           05 WS-PR-RELATED-ID       PIC 9(9).
           05 WS-PR-DATE             PIC X(10).
           05 WS-PR-BRANCH           PIC X(4).
           05 WS-PR-CHANNEL          PIC X(8).
           05 WS-PR-MODE             PIC X(1).
           05 WS-PR-LIMIT-MODE       PIC X(1).
           05 WS-PR-ITEM-FEE         PIC X(1).
           05 WS-PR-FEE-AMOUNT       PIC 9(5)V99.
           05 WS-PR-FEE-DESC         PIC X(20).

       01  WS-POST-RESULT.
           05 WS-RS-RESULT           PIC X(1).
              88  WS-RS-POSTED       VALUE "P".
              88  WS-RS-REJECTED     VALUE "R".
           05 WS-RS-REASON-CODE      PIC X(4).
           05 WS-RS-REASON           PIC X(30).
           05 WS-RS-TR-ID            PIC 9(9).
           05 WS-RS-NEW-BALANCE      PIC S9(9)V99.
           05 WS-RS-NSF-ACTION       PIC X(8).
           05 WS-RS-FEE-CHARGED      PIC 9(5)V99.
           05 WS-RS-ACCT-BRANCH      PIC X(4).

       01  WS-OFFICIAL-MENU.
           02 WS-OFC-MENU-LINE    PIC X(34) VALUE

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ASSIGN-STOCK THRU 0200-END
              WHEN 2
                 PERFORM 0300-ISSUE-ITEM THRU 0300-END
              WHEN 3
                 PERFORM 0400-PRESENT-ITEM THRU 0400-END
              WHEN 4
                 PERFORM 0500-STOP-AND-REISSUE THRU 0500-END
              WHEN 5
                 PERFORM 0600-OUTSTANDING-REPORT THRU 0600-END
           END-EVALUATE

           GO TO 0900-END-PROGRAM.
              GO TO 0300-END
           END-IF

           MOVE SPACES TO WS-INSIDER-OP-ID
           MOVE "OFFICIAL ISS" TO WS-INSIDER-ACTION
           CALL "checkInsider" USING WS-INSIDER-OP-ID WS-ACC-ID
                WS-INSIDER-ACTION WS-INSIDER-RESULT
           IF WS-INSIDER-BLOCKED
              DISPLAY "THE ITEM WAS NOT ISSUED."
              GO TO 0300-END
           END-IF

           OPEN I-O ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              GO TO 0300-END
           END-IF

           DISPLAY "INSERT THE PAYEE NAME: "
           ACCEPT WS-PAYEE-NAME-IN
           MOVE FUNCTION UPPER-CASE (WS-PAYEE-NAME-IN)
              GO TO 0300-END
           END-IF

           PERFORM 0320-TAKE-NEXT-SERIAL THRU 0320-END
           IF WS-NEW-SERIAL = ZEROES
              CLOSE ACCOUNTS
              GO TO 0300-END
              GO TO 0300-END
           END-IF

           CLOSE ACCOUNTS
           PERFORM 0330-GET-SETTLEMENT-ACC
           PERFORM 0340-POST-ISSUANCE THRU 0340-END
           IF WS-RS-REJECTED
              DISPLAY "THE ITEM WAS NOT ISSUED - " WS-RS-REASON
              GO TO 0300-END
           END-IF

           MOVE WS-NEW-SERIAL TO OI-SERIAL
           MOVE WS-ITEM-TYPE-IN TO OI-TYPE
           END-IF.
       0330-END.

       0340-POST-ISSUANCE.
           MOVE WS-ACC-ID TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE WS-AMOUNT TO WS-PR-AMOUNT
           MOVE "OFC ISS " TO WS-OFC-DESC-TAG
           MOVE WS-NEW-SERIAL TO WS-OFC-DESC-SERIAL
           MOVE WS-OFC-DESC TO WS-PR-DESC
           MOVE "OFC" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE WS-BRANCH-IN TO WS-PR-BRANCH
           MOVE "OFFICIAL" TO WS-PR-CHANNEL
           MOVE "C" TO WS-PR-MODE
           MOVE "B" TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              GO TO 0340-END
           END-IF

           IF WS-SETTLEMENT-ACC = ZEROES
              GO TO 0340-END
           END-IF

           MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
           MOVE "CREDIT" TO WS-PR-TYPE
           MOVE WS-RS-TR-ID TO WS-PR-TR-ID
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "S" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              DISPLAY "ERROR POSTING THE SETTLEMENT CREDIT - "
                      WS-RS-REASON
              SET WS-RS-POSTED TO TRUE
           END-IF.
       0340-END.

       0400-PRESENT-ITEM.
           PERFORM 0330-GET-SETTLEMENT-ACC
           MOVE OI-AMOUNT TO WS-AMOUNT
           MOVE OI-SERIAL TO WS-NEW-SERIAL
           PERFORM 0450-POST-PRESENTMENT THRU 0450-END

           MOVE "PAID" TO OI-STATUS
           MOVE WS-BUS-DATE TO OI-PAID-DATE
              GO TO 0450-END
           END-IF

           MOVE WS-SETTLEMENT-ACC TO WS-PR-ACC-ID
           MOVE "DEBIT" TO WS-PR-TYPE
           MOVE WS-AMOUNT TO WS-PR-AMOUNT
           MOVE "OFC PAY " TO WS-OFC-DESC-TAG
           MOVE WS-NEW-SERIAL TO WS-OFC-DESC-SERIAL
           MOVE WS-OFC-DESC TO WS-PR-DESC
           MOVE "OFC" TO WS-PR-TXN-CODE
           MOVE ZEROES TO WS-PR-CHECK-NO
           MOVE ZEROES TO WS-PR-TR-ID
           MOVE ZEROES TO WS-PR-RELATED-ID
           MOVE WS-BUS-DATE TO WS-PR-DATE
           MOVE "HQ" TO WS-PR-BRANCH
           MOVE "OFFICIAL" TO WS-PR-CHANNEL
           MOVE "S" TO WS-PR-MODE
           MOVE SPACE TO WS-PR-LIMIT-MODE
           MOVE "N" TO WS-PR-ITEM-FEE
           MOVE ZEROES TO WS-PR-FEE-AMOUNT
           MOVE SPACES TO WS-PR-FEE-DESC

           CALL "postEntry" USING WS-POST-REQUEST WS-POST-RESULT

           IF WS-RS-REJECTED
              DISPLAY "ERROR POSTING THE PRESENTMENT DEBIT - "
                      WS-RS-REASON
           END-IF.
       0450-END.

       0500-STOP-AND-REISSUE.
           MOVE OI-AMOUNT TO WS-AMOUNT
           MOVE WS-SERIAL-IN TO OI-SERIAL

           PERFORM 0320-TAKE-NEXT-SERIAL THRU 0320-END
           IF WS-NEW-SERIAL = ZEROES
              GO TO 0500-END
           END-IF
