       IDENTIFICATION DIVISION.
       PROGRAM-ID. bureauExtract.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT JOINT-OWNERS ASSIGN TO "jointowners.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JO-KEY
           FILE STATUS IS JOINT-OWNERS-CHECK-STATUS.

       SELECT CHARGE-OFFS ASSIGN TO "chargeoffs.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CO-TR-ID
           FILE STATUS IS CHARGE-OFFS-CHECK-STATUS.

       SELECT BUREAU-HIST ASSIGN TO "bureauhist.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-ACC-ID
           FILE STATUS IS BUREAU-HIST-CHECK-STATUS.

       SELECT BUREAU-CTL ASSIGN TO "bureau.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUREAU-CTL-CHECK-STATUS.

       SELECT BUREAU-OUT ASSIGN TO WS-BUREAU-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUREAU-CHECK-STATUS.

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

       FD  JOINT-OWNERS.
       01  JO-DETAILS.
           05 JO-KEY.
               10 JO-ACC-ID         PIC 9(8).
               10 JO-CUST-ID        PIC 9(6).
           05 JO-ADDED-AT           PIC X(10).
           05 JO-AUTH-LEVEL         PIC X(8).

       FD  CHARGE-OFFS.
       01  CO-DETAILS.
           05 CO-TR-ID               PIC 9(9).
           05 CO-ACC-ID              PIC 9(8).
           05 CO-KIND                PIC X(8).
           05 CO-DATE                PIC X(10).
           05 CO-BRANCH              PIC X(4).
           05 CO-AMOUNT              PIC 9(9)V99.
           05 CO-OPERATOR            PIC X(8).
           05 CO-APPROVER            PIC X(8).

       FD  BUREAU-HIST.
       01  BH-DETAILS.
           05 BH-ACC-ID              PIC 9(8).
           05 BH-PROFILE             PIC X(24).
           05 BH-LAST-MONTH          PIC X(7).
           05 BH-LAST-STATUS         PIC X(2).
           05 BH-FINAL               PIC X(1).

       FD  BUREAU-CTL.
       01  BUREAU-CTL-LINE.
           05 BC-REPORTER-ID         PIC X(10).

       FD  BUREAU-OUT.
       01  BUREAU-LINE               PIC X(220).

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

       01  LOANS-CHECK-STATUS        PIC XX.
       01  LOAN-SCHED-CHECK-STATUS   PIC XX.
       01  ACCOUNTS-CHECK-STATUS     PIC XX.
       01  CUSTOMERS-CHECK-STATUS    PIC XX.
       01  JOINT-OWNERS-CHECK-STATUS PIC XX.
       01  CHARGE-OFFS-CHECK-STATUS  PIC XX.
       01  BUREAU-HIST-CHECK-STATUS  PIC XX.
       01  BUREAU-CTL-CHECK-STATUS   PIC XX.
       01  BUREAU-CHECK-STATUS       PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
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

       01  WS-EOF-LOANS              PIC X VALUE "N".
           88  EOF-LOANS             VALUE "Y".
           88  NOT-EOF-LOANS         VALUE "N".

       01  WS-EOF-SCHEDULE           PIC X VALUE "N".
           88  EOF-SCHEDULE          VALUE "Y".
           88  NOT-EOF-SCHEDULE      VALUE "N".

       01  WS-EOF-JOINT              PIC X VALUE "N".
           88  EOF-JOINT             VALUE "Y".
           88  NOT-EOF-JOINT         VALUE "N".

       01  WS-EOF-CHARGE-OFFS        PIC X VALUE "N".
           88  EOF-CHARGE-OFFS       VALUE "Y".
           88  NOT-EOF-CHARGE-OFFS   VALUE "N".

       01  WS-JOINT-OPEN             PIC X VALUE "N".
       01  WS-CO-OPEN                PIC X VALUE "N".
       01  WS-FOUND-DUE              PIC X.
       01  WS-HIST-FOUND             PIC X.

       01  WS-REPORTER-ID            PIC X(10) VALUE "LEDGER".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).
       01  WS-BUS-NUM                PIC 9(8).
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-REPORT-MONTH           PIC X(7).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-BUREAU-NAME            PIC X(40).
       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       01  WS-PRIMARY-CUST-ID        PIC 9(6).
       01  WS-JOINT-COUNT            PIC 9(2).
       01  WS-JOINT-IDX              PIC 9(2).
       01  WS-JOINT-TABLE.
           05 WS-JOINT-CUST-ID       PIC 9(6) OCCURS 10 TIMES.

       01  WS-PERSON-CUST-ID         PIC 9(6).
       01  WS-PERSON-ECOA            PIC X(1).
       01  WS-PERSON-ROLE            PIC X(8).
       01  WS-PERSON-VALID           PIC X.
       01  WS-EXC-REASON             PIC X(30).
       01  WS-LOAN-WRITTEN           PIC 9(3).

       01  WS-BALANCE                PIC 9(9)V99.
       01  WS-PAST-DUE               PIC 9(9)V99.
       01  WS-OLDEST-DUE             PIC X(10).
       01  WS-DAYS-LATE              PIC S9(5).
       01  WS-CO-NET                 PIC S9(9)V99.
       01  WS-STATUS-CODE            PIC X(2).
       01  WS-PROFILE-CHAR           PIC X(1).
       01  WS-PROFILE                PIC X(24).
       01  WS-OLD-PROFILE            PIC X(24).

       01  WS-LOAN-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-RECORD-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-BORROWER-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-JOINT-REC-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-CURRENT-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-LATE-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-PAIDOFF-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-CHGOFF-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-REJECT-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-BALANCE-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       01  WS-PAST-DUE-TOTAL         PIC 9(11)V99 VALUE ZEROES.

       01  WS-BUREAU-HEADER.
           05 WS-BH-RECORD-TYPE      PIC X(1) VALUE "H".
           05 WS-BH-REPORTER-ID      PIC X(10).
           05 WS-BH-ACTIVITY-DATE    PIC X(8).
           05 WS-BH-CREATED-DATE     PIC X(8).
           05 WS-BH-PORTFOLIO        PIC X(8) VALUE "INSTALMT".

       01  WS-BUREAU-DETAIL.
           05 WS-BD-RECORD-TYPE      PIC X(1) VALUE "D".
           05 WS-BD-LOAN-ACC         PIC 9(8).
           05 WS-BD-ECOA             PIC X(1).
           05 WS-BD-CUST-ID          PIC 9(6).
           05 WS-BD-NAME             PIC X(30).
           05 WS-BD-TAX-ID           PIC X(11).
           05 WS-BD-BIRTH-DATE       PIC X(8).
           05 WS-BD-ADDRESS          PIC X(30).
           05 WS-BD-CITY             PIC X(20).
           05 WS-BD-POSTAL-CODE      PIC X(10).
           05 WS-BD-OPENED           PIC X(8).
           05 WS-BD-ORIG-AMOUNT      PIC 9(9)V99.
           05 WS-BD-TERM             PIC 9(3).
           05 WS-BD-SCHED-PAYMENT    PIC 9(7)V99.
           05 WS-BD-BALANCE          PIC 9(9)V99.
           05 WS-BD-PAST-DUE         PIC 9(9)V99.
           05 WS-BD-DAYS-LATE        PIC 9(4).
           05 WS-BD-STATUS-CODE      PIC X(2).
           05 WS-BD-PROFILE          PIC X(24).
           05 WS-BD-ACTIVITY-DATE    PIC X(8).

       01  WS-BUREAU-TRAILER.
           05 WS-BT-RECORD-TYPE      PIC X(1) VALUE "T".
           05 WS-BT-RECORD-COUNT     PIC 9(7).
           05 WS-BT-BORROWER-COUNT   PIC 9(7).
           05 WS-BT-JOINT-COUNT      PIC 9(7).
           05 WS-BT-CURRENT-COUNT    PIC 9(7).
           05 WS-BT-LATE-COUNT       PIC 9(7).
           05 WS-BT-PAIDOFF-COUNT    PIC 9(7).
           05 WS-BT-CHGOFF-COUNT     PIC 9(7).
           05 WS-BT-BALANCE-TOTAL    PIC 9(11)V99.
           05 WS-BT-PAST-DUE-TOTAL   PIC 9(11)V99.
           05 WS-BT-REJECT-COUNT     PIC 9(7).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE BUREAU EXTRACT "
                      "CANNOT RUN."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
           MOVE WS-DATE-YYYYMMDD TO WS-BUS-NUM
           MOVE WS-BUS-DATE(1:7) TO WS-REPORT-MONTH

           STRING "bureau_" WS-DATE-YYYYMMDD ".DAT"
              DELIMITED BY SIZE INTO WS-BUREAU-NAME
           STRING "bureauexc_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN INPUT LOANS
           IF LOANS-CHECK-STATUS NOT = "00"
              DISPLAY "NO LOANS ARE ON FILE - NOTHING TO REPORT."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT LOAN-SCHEDULE
           OPEN INPUT ACCOUNTS
           OPEN INPUT CUSTOMERS
           IF LOAN-SCHED-CHECK-STATUS NOT = "00"
              OR ACCOUNTS-CHECK-STATUS NOT = "00"
              OR CUSTOMERS-CHECK-STATUS NOT = "00"
              MOVE "35" TO WS-ERR-CODE
              MOVE "OPENING SCHEDULE/ACCTS/CUSTS" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE LOANS LOAN-SCHEDULE ACCOUNTS CUSTOMERS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT JOINT-OWNERS
           IF JOINT-OWNERS-CHECK-STATUS = "00"
              MOVE "Y" TO WS-JOINT-OPEN
           END-IF

           OPEN INPUT CHARGE-OFFS
           IF CHARGE-OFFS-CHECK-STATUS = "00"
              MOVE "Y" TO WS-CO-OPEN
           END-IF

           OPEN I-O BUREAU-HIST
           IF BUREAU-HIST-CHECK-STATUS = "35"
              OPEN OUTPUT BUREAU-HIST
              CLOSE BUREAU-HIST
              OPEN I-O BUREAU-HIST
           END-IF

           PERFORM 0150-READ-CONTROL

           OPEN OUTPUT BUREAU-OUT
           IF BUREAU-CHECK-STATUS NOT = "00"
              MOVE BUREAU-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING BUREAU FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GO TO 0800-CLOSE-FILES
           END-IF

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING BUREAU EXCEPTIONS" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE BUREAU-OUT
              MOVE 8 TO RETURN-CODE
              GO TO 0800-CLOSE-FILES
           END-IF

           MOVE WS-REPORTER-ID TO WS-BH-REPORTER-ID
           MOVE WS-DATE-YYYYMMDD TO WS-BH-ACTIVITY-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BH-CREATED-DATE
           MOVE SPACES TO BUREAU-LINE
           MOVE WS-BUREAU-HEADER TO BUREAU-LINE
           WRITE BUREAU-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CREDIT BUREAU EXTRACT EXCEPTIONS AS OF "
                  WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN ACCT CUST   ROLE     NAME                    "
                  "       REASON"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO LN-ACC-ID
           SET NOT-EOF-LOANS TO TRUE
           START LOANS KEY IS NOT LESS THAN LN-ACC-ID
              INVALID KEY
                 SET EOF-LOANS TO TRUE
           END-START

           PERFORM UNTIL EOF-LOANS
              READ LOANS NEXT RECORD
                 AT END
                    SET EOF-LOANS TO TRUE
                 NOT AT END
                    PERFORM 0200-REPORT-LOAN THRU 0200-END
              END-READ
           END-PERFORM

           MOVE WS-RECORD-COUNT TO WS-BT-RECORD-COUNT
           MOVE WS-BORROWER-COUNT TO WS-BT-BORROWER-COUNT
           MOVE WS-JOINT-REC-COUNT TO WS-BT-JOINT-COUNT
           MOVE WS-CURRENT-COUNT TO WS-BT-CURRENT-COUNT
           MOVE WS-LATE-COUNT TO WS-BT-LATE-COUNT
           MOVE WS-PAIDOFF-COUNT TO WS-BT-PAIDOFF-COUNT
           MOVE WS-CHGOFF-COUNT TO WS-BT-CHGOFF-COUNT
           MOVE WS-BALANCE-TOTAL TO WS-BT-BALANCE-TOTAL
           MOVE WS-PAST-DUE-TOTAL TO WS-BT-PAST-DUE-TOTAL
           MOVE WS-REJECT-COUNT TO WS-BT-REJECT-COUNT
           MOVE SPACES TO BUREAU-LINE
           MOVE WS-BUREAU-TRAILER TO BUREAU-LINE
           WRITE BUREAU-LINE
           CLOSE BUREAU-OUT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-REJECT-COUNT = ZEROES
              MOVE "NO RECORDS FAILED VALIDATION." TO REPORT-LINE
           ELSE
              STRING "RECORDS HELD BACK FROM THE BUREAU FILE: "
                     WS-REJECT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-OUT

           MOVE "CREDIT BUREAU" TO WS-CAT-REPORT-NAME
           MOVE WS-BUREAU-NAME TO WS-CAT-FILE-NAME
           MOVE WS-REPORT-MONTH TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           MOVE "BUREAU EXCEPTIONS" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           DISPLAY "LOANS REPORTED:        " WS-LOAN-COUNT
           DISPLAY "BUREAU RECORDS:        " WS-RECORD-COUNT
                   " (BORROWERS " WS-BORROWER-COUNT " JOINT "
                   WS-JOINT-REC-COUNT ")"
           DISPLAY "CURRENT / LATE:        " WS-CURRENT-COUNT " / "
                   WS-LATE-COUNT
           DISPLAY "PAID OFF / CHARGED OFF:" WS-PAIDOFF-COUNT " / "
                   WS-CHGOFF-COUNT
           DISPLAY "FAILED VALIDATION:     " WS-REJECT-COUNT
           DISPLAY "BUREAU FILE:           " WS-BUREAU-NAME
           DISPLAY "EXCEPTION LISTING:     " WS-REPORT-NAME

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "BUREAU " WS-REPORT-MONTH " RECORDS "
                  WS-RECORD-COUNT " REJECTED " WS-REJECT-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF WS-REJECT-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           GO TO 0800-CLOSE-FILES.
       0100-END.

       0150-READ-CONTROL.
           OPEN INPUT BUREAU-CTL
           IF BUREAU-CTL-CHECK-STATUS = "00"
              READ BUREAU-CTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BC-REPORTER-ID NOT = SPACES
                       MOVE BC-REPORTER-ID TO WS-REPORTER-ID
                    END-IF
              END-READ
              CLOSE BUREAU-CTL
           END-IF.
       0150-END.

       0200-REPORT-LOAN.
           IF LN-STATUS NOT = "ACTIVE"
              AND LN-STATUS NOT = "PAID"
              AND LN-STATUS NOT = "PAIDOFF"
              AND LN-STATUS NOT = "CHRGDOFF"
              GO TO 0200-END
           END-IF

           MOVE "N" TO WS-HIST-FOUND
           MOVE LN-ACC-ID TO BH-ACC-ID
           READ BUREAU-HIST KEY IS BH-ACC-ID
              INVALID KEY
                 MOVE ALL "B" TO BH-PROFILE
                 MOVE SPACES TO BH-LAST-MONTH
                 MOVE SPACES TO BH-LAST-STATUS
                 MOVE "N" TO BH-FINAL
              NOT INVALID KEY
                 MOVE "Y" TO WS-HIST-FOUND
           END-READ

           IF BH-FINAL = "Y"
              AND BH-LAST-MONTH NOT = WS-REPORT-MONTH
              GO TO 0200-END
           END-IF

           MOVE LN-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              INVALID KEY
                 MOVE "23" TO WS-ERR-CODE
                 MOVE "LOAN ACCOUNT MISSING" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
                 GO TO 0200-END
           END-READ
           MOVE FS-CUST-ID TO WS-PRIMARY-CUST-ID

           PERFORM 0300-LOAN-STATE THRU 0300-END

           MOVE BH-PROFILE TO WS-OLD-PROFILE
           IF BH-LAST-MONTH = WS-REPORT-MONTH
              MOVE WS-PROFILE-CHAR TO WS-PROFILE(1:1)
              MOVE WS-OLD-PROFILE(2:23) TO WS-PROFILE(2:23)
           ELSE
              MOVE WS-PROFILE-CHAR TO WS-PROFILE(1:1)
              MOVE WS-OLD-PROFILE(1:23) TO WS-PROFILE(2:23)
           END-IF

           PERFORM 0400-LOAD-JOINT-OWNERS THRU 0400-END

           MOVE LN-ACC-ID TO WS-BD-LOAN-ACC
           MOVE LN-OPENED(1:4) TO WS-BD-OPENED(1:4)
           MOVE LN-OPENED(6:2) TO WS-BD-OPENED(5:2)
           MOVE LN-OPENED(9:2) TO WS-BD-OPENED(7:2)
           MOVE LN-PRINCIPAL TO WS-BD-ORIG-AMOUNT
           MOVE LN-TERM-MONTHS TO WS-BD-TERM
           MOVE LN-PAYMENT-AMOUNT TO WS-BD-SCHED-PAYMENT
           MOVE WS-BALANCE TO WS-BD-BALANCE
           MOVE WS-PAST-DUE TO WS-BD-PAST-DUE
           MOVE ZEROES TO WS-BD-DAYS-LATE
           IF WS-DAYS-LATE > ZEROES
              MOVE WS-DAYS-LATE TO WS-BD-DAYS-LATE
           END-IF
           MOVE WS-STATUS-CODE TO WS-BD-STATUS-CODE
           MOVE WS-PROFILE TO WS-BD-PROFILE
           MOVE WS-DATE-YYYYMMDD TO WS-BD-ACTIVITY-DATE

           MOVE ZEROES TO WS-LOAN-WRITTEN
           MOVE WS-PRIMARY-CUST-ID TO WS-PERSON-CUST-ID
           MOVE "BORROWER" TO WS-PERSON-ROLE
           IF WS-JOINT-COUNT = ZEROES
              MOVE "1" TO WS-PERSON-ECOA
           ELSE
              MOVE "2" TO WS-PERSON-ECOA
           END-IF
           PERFORM 0500-WRITE-PERSON THRU 0500-END

           MOVE "JOINT" TO WS-PERSON-ROLE
           MOVE "2" TO WS-PERSON-ECOA
           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > WS-JOINT-COUNT
              MOVE WS-JOINT-CUST-ID (WS-JOINT-IDX)
                TO WS-PERSON-CUST-ID
              PERFORM 0500-WRITE-PERSON THRU 0500-END
           END-PERFORM

           IF WS-LOAN-WRITTEN = ZEROES
              GO TO 0200-END
           END-IF

           ADD 1 TO WS-LOAN-COUNT
           ADD WS-BALANCE TO WS-BALANCE-TOTAL
           ADD WS-PAST-DUE TO WS-PAST-DUE-TOTAL
           EVALUATE WS-STATUS-CODE
              WHEN "11"
                 ADD 1 TO WS-CURRENT-COUNT
              WHEN "13"
                 ADD 1 TO WS-PAIDOFF-COUNT
              WHEN "97"
                 ADD 1 TO WS-CHGOFF-COUNT
              WHEN OTHER
                 ADD 1 TO WS-LATE-COUNT
           END-EVALUATE

           MOVE LN-ACC-ID TO BH-ACC-ID
           MOVE WS-PROFILE TO BH-PROFILE
           MOVE WS-REPORT-MONTH TO BH-LAST-MONTH
           MOVE WS-STATUS-CODE TO BH-LAST-STATUS
           MOVE "N" TO BH-FINAL
           IF WS-STATUS-CODE = "13"
              OR (WS-STATUS-CODE = "97" AND WS-BALANCE = ZEROES)
              MOVE "Y" TO BH-FINAL
           END-IF

           IF WS-HIST-FOUND = "Y"
              REWRITE BH-DETAILS
                 INVALID KEY
                    MOVE BUREAU-HIST-CHECK-STATUS TO WS-ERR-CODE
                    MOVE "REWRITING BUREAU HISTORY" TO WS-ERR-CONTEXT
                    PERFORM 0890-LOG-ERROR
              END-REWRITE
           ELSE
              WRITE BH-DETAILS
                 INVALID KEY
                    MOVE BUREAU-HIST-CHECK-STATUS TO WS-ERR-CODE
                    MOVE "WRITING BUREAU HISTORY" TO WS-ERR-CONTEXT
                    PERFORM 0890-LOG-ERROR
              END-WRITE
           END-IF.
       0200-END.

       0300-LOAN-STATE.
           MOVE ZEROES TO WS-BALANCE
           MOVE ZEROES TO WS-PAST-DUE
           MOVE ZEROES TO WS-DAYS-LATE
           MOVE SPACES TO WS-OLDEST-DUE

           IF LN-STATUS = "PAID" OR LN-STATUS = "PAIDOFF"
              MOVE "13" TO WS-STATUS-CODE
              MOVE "0" TO WS-PROFILE-CHAR
              GO TO 0300-END
           END-IF

           IF LN-STATUS = "CHRGDOFF"
              PERFORM 0350-CHARGED-OFF-BALANCE THRU 0350-END
              MOVE WS-BALANCE TO WS-PAST-DUE
              MOVE "97" TO WS-STATUS-CODE
              MOVE "L" TO WS-PROFILE-CHAR
              GO TO 0300-END
           END-IF

           MOVE "N" TO WS-FOUND-DUE
           MOVE LN-ACC-ID TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
              INVALID KEY
                 SET EOF-SCHEDULE TO TRUE
           END-START

           PERFORM UNTIL EOF-SCHEDULE
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-SCHEDULE TO TRUE
                 NOT AT END
                    IF LSC-ACC-ID NOT = LN-ACC-ID
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          IF WS-FOUND-DUE NOT = "Y"
                             MOVE "Y" TO WS-FOUND-DUE
                             COMPUTE WS-BALANCE =
                                     LSC-BALANCE-AFTER + LSC-PRINCIPAL
                          END-IF
                          IF LSC-DUE-DATE < WS-BUS-DATE
                             ADD LSC-PAYMENT TO WS-PAST-DUE
                             IF WS-OLDEST-DUE = SPACES
                                MOVE LSC-DUE-DATE TO WS-OLDEST-DUE
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-OLDEST-DUE NOT = SPACES
              MOVE WS-OLDEST-DUE(1:4) TO WS-DATE-NUM(1:4)
              MOVE WS-OLDEST-DUE(6:2) TO WS-DATE-NUM(5:2)
              MOVE WS-OLDEST-DUE(9:2) TO WS-DATE-NUM(7:2)
              COMPUTE WS-DAYS-LATE =
                      FUNCTION INTEGER-OF-DATE (WS-BUS-NUM)
                    - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           END-IF

           EVALUATE TRUE
              WHEN WS-DAYS-LATE < 30
                 MOVE "11" TO WS-STATUS-CODE
                 MOVE "0" TO WS-PROFILE-CHAR
              WHEN WS-DAYS-LATE < 60
                 MOVE "71" TO WS-STATUS-CODE
                 MOVE "1" TO WS-PROFILE-CHAR
              WHEN WS-DAYS-LATE < 90
                 MOVE "78" TO WS-STATUS-CODE
                 MOVE "2" TO WS-PROFILE-CHAR
              WHEN WS-DAYS-LATE < 120
                 MOVE "80" TO WS-STATUS-CODE
                 MOVE "3" TO WS-PROFILE-CHAR
              WHEN WS-DAYS-LATE < 150
                 MOVE "82" TO WS-STATUS-CODE
                 MOVE "4" TO WS-PROFILE-CHAR
              WHEN WS-DAYS-LATE < 180
                 MOVE "83" TO WS-STATUS-CODE
                 MOVE "5" TO WS-PROFILE-CHAR
              WHEN OTHER
                 MOVE "84" TO WS-STATUS-CODE
                 MOVE "6" TO WS-PROFILE-CHAR
           END-EVALUATE.
       0300-END.

       0350-CHARGED-OFF-BALANCE.
           MOVE ZEROES TO WS-CO-NET
           IF WS-CO-OPEN NOT = "Y"
              GO TO 0350-END
           END-IF

           MOVE ZEROES TO CO-TR-ID
           SET NOT-EOF-CHARGE-OFFS TO TRUE
           START CHARGE-OFFS KEY IS NOT LESS THAN CO-TR-ID
              INVALID KEY
                 SET EOF-CHARGE-OFFS TO TRUE
           END-START

           PERFORM UNTIL EOF-CHARGE-OFFS
              READ CHARGE-OFFS NEXT RECORD
                 AT END
                    SET EOF-CHARGE-OFFS TO TRUE
                 NOT AT END
                    IF CO-ACC-ID = LN-ACC-ID
                       IF CO-KIND = "CHGOFF"
                          ADD CO-AMOUNT TO WS-CO-NET
                       ELSE
                          SUBTRACT CO-AMOUNT FROM WS-CO-NET
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-CO-NET > ZEROES
              MOVE WS-CO-NET TO WS-BALANCE
           END-IF.
       0350-END.

       0400-LOAD-JOINT-OWNERS.
           MOVE ZEROES TO WS-JOINT-COUNT
           IF WS-JOINT-OPEN NOT = "Y"
              GO TO 0400-END
           END-IF

           MOVE LN-ACC-ID TO JO-ACC-ID
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
                    IF JO-ACC-ID NOT = LN-ACC-ID
                       SET EOF-JOINT TO TRUE
                    ELSE
                       IF JO-CUST-ID NOT = WS-PRIMARY-CUST-ID
                          AND WS-JOINT-COUNT < 10
                          ADD 1 TO WS-JOINT-COUNT
                          MOVE JO-CUST-ID
                            TO WS-JOINT-CUST-ID (WS-JOINT-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0400-END.

       0500-WRITE-PERSON.
           MOVE "Y" TO WS-PERSON-VALID
           MOVE WS-PERSON-CUST-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 MOVE SPACES TO CUST-NAME
                 MOVE "CUSTOMER RECORD MISSING" TO WS-EXC-REASON
                 PERFORM 0550-WRITE-EXCEPTION
                 ADD 1 TO WS-REJECT-COUNT
                 GO TO 0500-END
           END-READ

           IF CUST-TAX-ID = SPACES
              MOVE "MISSING TAX ID" TO WS-EXC-REASON
              PERFORM 0550-WRITE-EXCEPTION
           END-IF

           IF CUST-BIRTH-DATE(1:4) NOT NUMERIC
              OR CUST-BIRTH-DATE(6:2) NOT NUMERIC
              OR CUST-BIRTH-DATE(9:2) NOT NUMERIC
              MOVE "MISSING BIRTH DATE" TO WS-EXC-REASON
              PERFORM 0550-WRITE-EXCEPTION
           END-IF

           IF WS-PERSON-VALID NOT = "Y"
              ADD 1 TO WS-REJECT-COUNT
              GO TO 0500-END
           END-IF

           MOVE WS-PERSON-ECOA TO WS-BD-ECOA
           MOVE CUST-ID TO WS-BD-CUST-ID
           MOVE CUST-NAME TO WS-BD-NAME
           MOVE CUST-TAX-ID TO WS-BD-TAX-ID
           MOVE CUST-BIRTH-DATE(1:4) TO WS-BD-BIRTH-DATE(1:4)
           MOVE CUST-BIRTH-DATE(6:2) TO WS-BD-BIRTH-DATE(5:2)
           MOVE CUST-BIRTH-DATE(9:2) TO WS-BD-BIRTH-DATE(7:2)
           MOVE CUST-ADDRESS TO WS-BD-ADDRESS
           MOVE CUST-CITY TO WS-BD-CITY
           MOVE CUST-POSTAL-CODE TO WS-BD-POSTAL-CODE

           MOVE SPACES TO BUREAU-LINE
           MOVE WS-BUREAU-DETAIL TO BUREAU-LINE
           WRITE BUREAU-LINE

           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-LOAN-WRITTEN
           IF WS-PERSON-ROLE = "BORROWER"
              ADD 1 TO WS-BORROWER-COUNT
           ELSE
              ADD 1 TO WS-JOINT-REC-COUNT
           END-IF.
       0500-END.

       0550-WRITE-EXCEPTION.
           MOVE "N" TO WS-PERSON-VALID
           MOVE SPACES TO REPORT-LINE
           STRING LN-ACC-ID "  " WS-PERSON-CUST-ID " " WS-PERSON-ROLE
                  " " CUST-NAME " " WS-EXC-REASON
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0550-END.

       0800-CLOSE-FILES.
           CLOSE LOANS
           CLOSE LOAN-SCHEDULE
           CLOSE ACCOUNTS
           CLOSE CUSTOMERS
           CLOSE BUREAU-HIST
           IF WS-JOINT-OPEN = "Y"
              CLOSE JOINT-OWNERS
           END-IF
           IF WS-CO-OPEN = "Y"
              CLOSE CHARGE-OFFS
           END-IF
           GO TO 0900-END-PROGRAM.
       0800-END.

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
                  " " WS-AUDIT-OPERATOR " bureauExtract: "
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
                  " bureauExtract " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
