       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanAllowance.
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

       SELECT RESERVE-RATES ASSIGN TO "reserverates.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-TYPE-CODE
           FILE STATUS IS RESERVE-RATES-CHECK-STATUS.

       SELECT GL-RULES ASSIGN TO "glrules.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLR-TC-CODE
           FILE STATUS IS GL-RULES-CHECK-STATUS.

       SELECT GL-JOURNAL ASSIGN TO "gljournal.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLJ-ID
           FILE STATUS IS GL-JOURNAL-CHECK-STATUS.

       SELECT ALLOW-ADJ ASSIGN TO "allowadj.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AA-ID
           FILE STATUS IS ALLOW-ADJ-CHECK-STATUS.

       SELECT SEQ-FILE ASSIGN TO "trseq.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEQ-NAME
           FILE STATUS IS SEQ-CHECK-STATUS.

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

       FD  RESERVE-RATES.
       01  RR-DETAILS.
           05 RR-TYPE-CODE           PIC X(10).
           05 RR-PCT                 PIC 9V9(4) OCCURS 5 TIMES.

       FD  GL-RULES.
       01  GLR-DETAILS.
           05 GLR-TC-CODE            PIC X(4).
           05 GLR-DR-ACCT            PIC 9(6).
           05 GLR-CR-ACCT            PIC 9(6).
           05 GLR-STATUS             PIC X(8).

       FD  GL-JOURNAL.
       01  GLJ-DETAILS.
           05 GLJ-ID                 PIC 9(9).
           05 GLJ-DATE               PIC X(10).
           05 GLJ-TC-CODE            PIC X(4).
           05 GLJ-DR-ACCT            PIC 9(6).
           05 GLJ-CR-ACCT            PIC 9(6).
           05 GLJ-AMOUNT             PIC 9(9)V99.
           05 GLJ-TR-ID              PIC 9(9).
           05 GLJ-BRANCH             PIC X(4).

       FD  ALLOW-ADJ.
       01  AA-DETAILS.
           05 AA-ID                  PIC 9(9).
           05 AA-RUN-DATE            PIC X(10).
           05 AA-STATUS              PIC X(8).
           05 AA-DR-ACCT             PIC 9(6).
           05 AA-CR-ACCT             PIC 9(6).
           05 AA-AMOUNT              PIC 9(9)V99.
           05 AA-REQUIRED            PIC 9(11)V99.
           05 AA-CURRENT             PIC S9(11)V99.
           05 AA-APPROVER            PIC X(8).
           05 AA-POSTED-DATE         PIC X(10).
           05 AA-GLJ-ID              PIC 9(9).

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05 SEQ-NAME               PIC X(10).
           05 SEQ-NEXT-ID            PIC 9(9).

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
       01  RESERVE-RATES-CHECK-STATUS PIC XX.
       01  GL-RULES-CHECK-STATUS     PIC XX.
       01  GL-JOURNAL-CHECK-STATUS   PIC XX.
       01  ALLOW-ADJ-CHECK-STATUS    PIC XX.
       01  SEQ-CHECK-STATUS          PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-EOF-LOANS              PIC X VALUE "N".
           88  EOF-LOANS             VALUE "Y".
           88  NOT-EOF-LOANS         VALUE "N".

       01  WS-EOF-SCHEDULE           PIC X VALUE "N".
           88  EOF-SCHEDULE          VALUE "Y".
           88  NOT-EOF-SCHEDULE      VALUE "N".

       01  WS-EOF-JOURNAL            PIC X VALUE "N".
           88  EOF-JOURNAL           VALUE "Y".
           88  NOT-EOF-JOURNAL       VALUE "N".

       01  WS-EOF-ADJ                PIC X VALUE "N".
           88  EOF-ADJ               VALUE "Y".
           88  NOT-EOF-ADJ           VALUE "N".

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
       01  WS-BUS-NUM                PIC 9(8).
       01  WS-DATE-NUM               PIC 9(8).

       01  WS-OLDEST-DUE             PIC X(10).
       01  WS-OUTSTANDING            PIC 9(9)V99.
       01  WS-DAYS-PAST              PIC S9(5).
       01  WS-BUCKET                 PIC 9.
       01  WS-LOAN-TYPE              PIC X(10).
       01  WS-LOAN-BRANCH            PIC X(4).
       01  WS-RATE                   PIC 9V9(4).
       01  WS-LOAN-REQUIRED          PIC 9(9)V99.

       01  WS-DEFAULT-RATES.
           05 WS-DEF-PCT             PIC 9V9(4) OCCURS 5 TIMES.
       01  WS-HAVE-DEFAULT-ROW       PIC X.

       01  WS-BUCKET-NAMES.
           05 FILLER                 PIC X(7) VALUE "CURRENT".
           05 FILLER                 PIC X(7) VALUE "30-59".
           05 FILLER                 PIC X(7) VALUE "60-89".
           05 FILLER                 PIC X(7) VALUE "90-119".
           05 FILLER                 PIC X(7) VALUE "120+".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME         PIC X(7) OCCURS 5 TIMES.

       01  WS-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 100 TIMES.
              10 WS-BR-BRANCH        PIC X(4).
              10 WS-BR-LOANS         PIC 9(5).
              10 WS-BR-BAL           PIC 9(11)V99 OCCURS 5 TIMES.
              10 WS-BR-REQ           PIC 9(11)V99 OCCURS 5 TIMES.
       01  WS-BR-COUNT               PIC 9(3).
       01  WS-BR-FULL                PIC X VALUE "N".

       01  WS-TOTAL-BAL              PIC 9(13)V99 OCCURS 5 TIMES.
       01  WS-TOTAL-REQ              PIC 9(13)V99 OCCURS 5 TIMES.
       01  WS-TOTAL-LOANS            PIC 9(7).
       01  WS-BRANCH-BAL             PIC 9(13)V99.
       01  WS-BRANCH-REQ             PIC 9(13)V99.
       01  WS-GRAND-BAL              PIC 9(13)V99.
       01  WS-GRAND-REQ              PIC 9(13)V99.

       01  WS-IDX                    PIC 9(3).
       01  WS-BX                     PIC 9.
       01  WS-FOUND-SLOT             PIC 9(3).

       01  WS-ALLOW-ACCT             PIC 9(6).
       01  WS-EXPENSE-ACCT           PIC 9(6).
       01  WS-CURRENT-ALLOW          PIC S9(13)V99.
       01  WS-ADJUSTMENT             PIC S9(13)V99.
       01  WS-ADJ-AMOUNT             PIC 9(9)V99.
       01  WS-NEXT-ADJ-ID            PIC 9(9).
       01  WS-SUPERSEDED             PIC 9(5).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE ALLOWANCE "
                      "RUN CANNOT START."
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-BUS-NUM(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-BUS-NUM(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-BUS-NUM(7:2)
           MOVE WS-BUS-NUM TO WS-DATE-YYYYMMDD

           OPEN INPUT LOANS
           IF LOANS-CHECK-STATUS NOT = "00"
              DISPLAY "NO LOANS ON FILE - NOTHING TO PROVISION."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT LOAN-SCHEDULE
           IF LOAN-SCHED-CHECK-STATUS NOT = "00"
              MOVE LOAN-SCHED-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING LOAN SCHEDULE FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE LOANS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              MOVE ACCOUNTS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ACCOUNTS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE LOANS
              CLOSE LOAN-SCHEDULE
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0150-LOAD-DEFAULT-RATES THRU 0150-END

           MOVE SPACES TO WS-REPORT-NAME
           STRING "loanallowance_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              MOVE REPORT-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ALLOWANCE REPORT" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              CLOSE LOANS
              CLOSE LOAN-SCHEDULE
              CLOSE ACCOUNTS
              CLOSE RESERVE-RATES
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE ZEROES TO WS-BR-COUNT
           MOVE ZEROES TO WS-TOTAL-LOANS
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
              MOVE ZEROES TO WS-TOTAL-BAL (WS-BX)
              MOVE ZEROES TO WS-TOTAL-REQ (WS-BX)
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN LOSS ALLOWANCE AS OF " WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN ACCT TYPE       BRCH DAYS   BUCKET  "
                  "OUTSTANDING  RATE   REQUIRED"
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
                    IF LN-STATUS = "ACTIVE"
                       PERFORM 0200-AGE-LOAN THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE LOANS
           CLOSE LOAN-SCHEDULE
           CLOSE ACCOUNTS
           CLOSE RESERVE-RATES

           PERFORM 0400-WRITE-SUMMARY
           PERFORM 0500-PREPARE-GL-ENTRY THRU 0500-END

           CLOSE REPORT-OUT

           DISPLAY "LOAN LOSS ALLOWANCE: " WS-TOTAL-LOANS
                   " LOANS, REQUIRED " WS-GRAND-REQ
           DISPLAY "REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "LOAN ALLOWANCE" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE WS-BUS-DATE TO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ALLOWANCE RUN " WS-TOTAL-LOANS " LOANS REQ "
                  WS-GRAND-REQ
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-LOAD-DEFAULT-RATES.
           MOVE .0100 TO WS-DEF-PCT (1)
           MOVE .0500 TO WS-DEF-PCT (2)
           MOVE .1500 TO WS-DEF-PCT (3)
           MOVE .4000 TO WS-DEF-PCT (4)
           MOVE 1.0000 TO WS-DEF-PCT (5)
           MOVE "N" TO WS-HAVE-DEFAULT-ROW

           OPEN INPUT RESERVE-RATES
           IF RESERVE-RATES-CHECK-STATUS NOT = "00"
              DISPLAY "NO RESERVE RATE TABLE ON FILE - THE "
                      "STANDARD RATES ARE USED."
              GO TO 0150-END
           END-IF

           MOVE "DEFAULT" TO RR-TYPE-CODE
           READ RESERVE-RATES KEY IS RR-TYPE-CODE
              NOT INVALID KEY
                 MOVE "Y" TO WS-HAVE-DEFAULT-ROW
                 PERFORM VARYING WS-BX FROM 1 BY 1
                    UNTIL WS-BX > 5
                    MOVE RR-PCT (WS-BX) TO WS-DEF-PCT (WS-BX)
                 END-PERFORM
           END-READ.
       0150-END.

       0200-AGE-LOAN.
           MOVE ZEROES TO WS-OUTSTANDING
           MOVE SPACES TO WS-OLDEST-DUE

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
                          IF WS-OLDEST-DUE = SPACES
                             MOVE LSC-DUE-DATE TO WS-OLDEST-DUE
                             COMPUTE WS-OUTSTANDING =
                                     LSC-BALANCE-AFTER
                                   + LSC-PRINCIPAL
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-OUTSTANDING = ZEROES
              GO TO 0200-END
           END-IF

           MOVE ZEROES TO WS-DAYS-PAST
           IF WS-OLDEST-DUE < WS-BUS-DATE
              MOVE WS-OLDEST-DUE(1:4) TO WS-DATE-NUM(1:4)
              MOVE WS-OLDEST-DUE(6:2) TO WS-DATE-NUM(5:2)
              MOVE WS-OLDEST-DUE(9:2) TO WS-DATE-NUM(7:2)
              COMPUTE WS-DAYS-PAST =
                      FUNCTION INTEGER-OF-DATE (WS-BUS-NUM)
                    - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           END-IF

           EVALUATE TRUE
              WHEN WS-DAYS-PAST >= 120
                 MOVE 5 TO WS-BUCKET
              WHEN WS-DAYS-PAST >= 90
                 MOVE 4 TO WS-BUCKET
              WHEN WS-DAYS-PAST >= 60
                 MOVE 3 TO WS-BUCKET
              WHEN WS-DAYS-PAST >= 30
                 MOVE 2 TO WS-BUCKET
              WHEN OTHER
                 MOVE 1 TO WS-BUCKET
           END-EVALUATE

           MOVE "UNKNOWN" TO WS-LOAN-TYPE
           MOVE "HQ" TO WS-LOAN-BRANCH
           MOVE LN-ACC-ID TO FS-ID
           READ ACCOUNTS KEY IS FS-ID
              NOT INVALID KEY
                 MOVE FS-TYPE TO WS-LOAN-TYPE
                 IF FS-BRANCH NOT = SPACES
                    MOVE FS-BRANCH TO WS-LOAN-BRANCH
                 END-IF
           END-READ

           MOVE WS-DEF-PCT (WS-BUCKET) TO WS-RATE
           IF RESERVE-RATES-CHECK-STATUS = "00"
              OR RESERVE-RATES-CHECK-STATUS = "23"
              MOVE WS-LOAN-TYPE TO RR-TYPE-CODE
              READ RESERVE-RATES KEY IS RR-TYPE-CODE
                 NOT INVALID KEY
                    MOVE RR-PCT (WS-BUCKET) TO WS-RATE
              END-READ
           END-IF

           COMPUTE WS-LOAN-REQUIRED ROUNDED =
                   WS-OUTSTANDING * WS-RATE

           ADD 1 TO WS-TOTAL-LOANS
           ADD WS-OUTSTANDING TO WS-TOTAL-BAL (WS-BUCKET)
           ADD WS-LOAN-REQUIRED TO WS-TOTAL-REQ (WS-BUCKET)

           PERFORM 0300-ADD-TO-BRANCH THRU 0300-END

           MOVE SPACES TO REPORT-LINE
           STRING LN-ACC-ID "  " WS-LOAN-TYPE " " WS-LOAN-BRANCH
                  " " WS-DAYS-PAST " " WS-BUCKET-NAME (WS-BUCKET)
                  " " WS-OUTSTANDING " " WS-RATE " "
                  WS-LOAN-REQUIRED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0200-END.

       0300-ADD-TO-BRANCH.
           MOVE ZEROES TO WS-FOUND-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-BR-COUNT
                 OR WS-FOUND-SLOT > ZEROES
              IF WS-BR-BRANCH (WS-IDX) = WS-LOAN-BRANCH
                 MOVE WS-IDX TO WS-FOUND-SLOT
              END-IF
           END-PERFORM

           IF WS-FOUND-SLOT = ZEROES
              IF WS-BR-COUNT >= 100
                 IF WS-BR-FULL NOT = "Y"
                    MOVE "Y" TO WS-BR-FULL
                    DISPLAY "BRANCH TABLE FULL - BRANCH SUMMARY "
                            "INCOMPLETE."
                 END-IF
                 GO TO 0300-END
              END-IF
              ADD 1 TO WS-BR-COUNT
              MOVE WS-BR-COUNT TO WS-FOUND-SLOT
              MOVE WS-LOAN-BRANCH TO WS-BR-BRANCH (WS-FOUND-SLOT)
              MOVE ZEROES TO WS-BR-LOANS (WS-FOUND-SLOT)
              PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
                 MOVE ZEROES TO WS-BR-BAL (WS-FOUND-SLOT, WS-BX)
                 MOVE ZEROES TO WS-BR-REQ (WS-FOUND-SLOT, WS-BX)
              END-PERFORM
           END-IF

           ADD 1 TO WS-BR-LOANS (WS-FOUND-SLOT)
           ADD WS-OUTSTANDING
              TO WS-BR-BAL (WS-FOUND-SLOT, WS-BUCKET)
           ADD WS-LOAN-REQUIRED
              TO WS-BR-REQ (WS-FOUND-SLOT, WS-BUCKET).
       0300-END.

       0400-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REQUIRED ALLOWANCE BY BRANCH" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-BR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "BRANCH " WS-BR-BRANCH (WS-IDX) " - "
                     WS-BR-LOANS (WS-IDX) " LOANS"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE

              MOVE ZEROES TO WS-BRANCH-BAL
              MOVE ZEROES TO WS-BRANCH-REQ
              PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
                 MOVE SPACES TO REPORT-LINE
                 STRING "   " WS-BUCKET-NAME (WS-BX)
                        " OUTSTANDING " WS-BR-BAL (WS-IDX, WS-BX)
                        " REQUIRED " WS-BR-REQ (WS-IDX, WS-BX)
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
                 ADD WS-BR-BAL (WS-IDX, WS-BX) TO WS-BRANCH-BAL
                 ADD WS-BR-REQ (WS-IDX, WS-BX) TO WS-BRANCH-REQ
              END-PERFORM

              MOVE SPACES TO REPORT-LINE
              STRING "   BRANCH TOTAL OUTSTANDING " WS-BRANCH-BAL
                     " REQUIRED " WS-BRANCH-REQ
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REQUIRED ALLOWANCE - ALL BRANCHES" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-GRAND-BAL
           MOVE ZEROES TO WS-GRAND-REQ
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
              MOVE SPACES TO REPORT-LINE
              STRING "   " WS-BUCKET-NAME (WS-BX)
                     " OUTSTANDING " WS-TOTAL-BAL (WS-BX)
                     " REQUIRED " WS-TOTAL-REQ (WS-BX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              ADD WS-TOTAL-BAL (WS-BX) TO WS-GRAND-BAL
              ADD WS-TOTAL-REQ (WS-BX) TO WS-GRAND-REQ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL LOANS " WS-TOTAL-LOANS " OUTSTANDING "
                  WS-GRAND-BAL " REQUIRED ALLOWANCE " WS-GRAND-REQ
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0400-END.

       0500-PREPARE-GL-ENTRY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "GL ADJUSTMENT" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT GL-RULES
           IF GL-RULES-CHECK-STATUS NOT = "00"
              MOVE "NO GL POSTING RULES ON FILE - NO ADJUSTMENT "
                TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0500-END
           END-IF

           MOVE "LLP" TO GLR-TC-CODE
           READ GL-RULES KEY IS GLR-TC-CODE
              INVALID KEY
                 MOVE SPACES TO GLR-STATUS
           END-READ
           CLOSE GL-RULES

           IF GLR-STATUS NOT = "ACTIVE"
              MOVE "NO ACTIVE GL POSTING RULE FOR CODE LLP - NO "
                TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "ADJUSTMENT ENTRY WAS PREPARED." TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0500-END
           END-IF

           MOVE GLR-DR-ACCT TO WS-EXPENSE-ACCT
           MOVE GLR-CR-ACCT TO WS-ALLOW-ACCT

           MOVE ZEROES TO WS-CURRENT-ALLOW
           OPEN INPUT GL-JOURNAL
           IF GL-JOURNAL-CHECK-STATUS = "00"
              SET NOT-EOF-JOURNAL TO TRUE
              PERFORM UNTIL EOF-JOURNAL
                 READ GL-JOURNAL NEXT RECORD
                    AT END
                       SET EOF-JOURNAL TO TRUE
                    NOT AT END
                       IF GLJ-CR-ACCT = WS-ALLOW-ACCT
                          ADD GLJ-AMOUNT TO WS-CURRENT-ALLOW
                       END-IF
                       IF GLJ-DR-ACCT = WS-ALLOW-ACCT
                          SUBTRACT GLJ-AMOUNT FROM WS-CURRENT-ALLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-JOURNAL
           END-IF

           COMPUTE WS-ADJUSTMENT = WS-GRAND-REQ - WS-CURRENT-ALLOW

           MOVE SPACES TO REPORT-LINE
           STRING "ALLOWANCE ACCOUNT " WS-ALLOW-ACCT
                  " CURRENT BALANCE " WS-CURRENT-ALLOW
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "REQUIRED " WS-GRAND-REQ " ADJUSTMENT "
                  WS-ADJUSTMENT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 0550-SUPERSEDE-PENDING THRU 0550-END

           IF WS-ADJUSTMENT = ZEROES
              MOVE "THE ALLOWANCE IS AT THE REQUIRED LEVEL - NO "
                TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "ENTRY IS NEEDED." TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 0500-END
           END-IF

           IF WS-ADJUSTMENT > ZEROES
              MOVE WS-ADJUSTMENT TO WS-ADJ-AMOUNT
              MOVE WS-EXPENSE-ACCT TO AA-DR-ACCT
              MOVE WS-ALLOW-ACCT TO AA-CR-ACCT
           ELSE
              COMPUTE WS-ADJ-AMOUNT = 0 - WS-ADJUSTMENT
              MOVE WS-ALLOW-ACCT TO AA-DR-ACCT
              MOVE WS-EXPENSE-ACCT TO AA-CR-ACCT
           END-IF

           PERFORM 0560-NEXT-ADJ-ID

           MOVE WS-NEXT-ADJ-ID TO AA-ID
           MOVE WS-BUS-DATE TO AA-RUN-DATE
           MOVE "PENDING" TO AA-STATUS
           MOVE WS-ADJ-AMOUNT TO AA-AMOUNT
           MOVE WS-GRAND-REQ TO AA-REQUIRED
           MOVE WS-CURRENT-ALLOW TO AA-CURRENT
           MOVE SPACES TO AA-APPROVER
           MOVE SPACES TO AA-POSTED-DATE
           MOVE ZEROES TO AA-GLJ-ID
           WRITE AA-DETAILS
              INVALID KEY
                 MOVE ALLOW-ADJ-CHECK-STATUS TO WS-ERR-CODE
                 MOVE "WRITING ALLOWANCE ENTRY" TO WS-ERR-CONTEXT
                 PERFORM 0890-LOG-ERROR
                 CLOSE ALLOW-ADJ
                 MOVE 8 TO RETURN-CODE
                 GO TO 0500-END
           END-WRITE
           CLOSE ALLOW-ADJ

           MOVE SPACES TO REPORT-LINE
           STRING "PROPOSED ENTRY " AA-ID ": DR " AA-DR-ACCT
                  " CR " AA-CR-ACCT " AMOUNT " AA-AMOUNT
                  " - AWAITING APPROVAL"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0500-END.

       0550-SUPERSEDE-PENDING.
           MOVE ZEROES TO WS-SUPERSEDED

           OPEN I-O ALLOW-ADJ
           IF ALLOW-ADJ-CHECK-STATUS = "35"
              OPEN OUTPUT ALLOW-ADJ
              CLOSE ALLOW-ADJ
              OPEN I-O ALLOW-ADJ
           END-IF

           IF ALLOW-ADJ-CHECK-STATUS NOT = "00"
              MOVE ALLOW-ADJ-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING ALLOWANCE ENTRY FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0550-END
           END-IF

           MOVE ZEROES TO AA-ID
           SET NOT-EOF-ADJ TO TRUE
           START ALLOW-ADJ KEY IS NOT LESS THAN AA-ID
              INVALID KEY
                 SET EOF-ADJ TO TRUE
           END-START

           PERFORM UNTIL EOF-ADJ
              READ ALLOW-ADJ NEXT RECORD
                 AT END
                    SET EOF-ADJ TO TRUE
                 NOT AT END
                    IF AA-STATUS = "PENDING"
                       MOVE "SUPERSED" TO AA-STATUS
                       REWRITE AA-DETAILS
                       ADD 1 TO WS-SUPERSEDED
                    END-IF
              END-READ
           END-PERFORM

           IF WS-SUPERSEDED > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING WS-SUPERSEDED " EARLIER UNAPPROVED ENTRY(IES) "
                     "SUPERSEDED."
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
       0550-END.

       0560-NEXT-ADJ-ID.
           OPEN I-O SEQ-FILE
           IF SEQ-CHECK-STATUS = "35"
              OPEN OUTPUT SEQ-FILE
              CLOSE SEQ-FILE
              OPEN I-O SEQ-FILE
           END-IF

           MOVE "ALLOWADJ" TO SEQ-NAME
           READ SEQ-FILE KEY IS SEQ-NAME
              INVALID KEY
                 MOVE 1 TO WS-NEXT-ADJ-ID
                 MOVE "ALLOWADJ" TO SEQ-NAME
                 MOVE 2 TO SEQ-NEXT-ID
                 WRITE SEQ-RECORD
              NOT INVALID KEY
                 MOVE SEQ-NEXT-ID TO WS-NEXT-ADJ-ID
                 COMPUTE SEQ-NEXT-ID = SEQ-NEXT-ID + 1
                 REWRITE SEQ-RECORD
           END-READ

           CLOSE SEQ-FILE.
       0560-END.

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
                  " " WS-AUDIT-OPERATOR " loanAllowance: "
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
                  " loanAllowance " WS-ERR-CONTEXT ": "
                  WS-ERR-CODE " - " WS-ERR-STATUS-MSG
              DELIMITED BY SIZE INTO ERROR-LOG-RECORD
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
