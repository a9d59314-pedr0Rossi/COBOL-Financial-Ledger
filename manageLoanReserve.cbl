       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageLoanReserve.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESERVE-RATES ASSIGN TO "reserverates.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-TYPE-CODE
           FILE STATUS IS RESERVE-RATES-CHECK-STATUS.

       SELECT ACCT-TYPES ASSIGN TO "accttypes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CODE
           FILE STATUS IS ACCT-TYPES-CHECK-STATUS.

       SELECT ALLOW-ADJ ASSIGN TO "allowadj.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AA-ID
           FILE STATUS IS ALLOW-ADJ-CHECK-STATUS.

       SELECT GL-JOURNAL ASSIGN TO "gljournal.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLJ-ID
           FILE STATUS IS GL-JOURNAL-CHECK-STATUS.

       SELECT SEQ-FILE ASSIGN TO "trseq.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEQ-NAME
           FILE STATUS IS SEQ-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RESERVE-RATES.
       01  RR-DETAILS.
           05 RR-TYPE-CODE           PIC X(10).
           05 RR-PCT                 PIC 9V9(4) OCCURS 5 TIMES.

       FD  ACCT-TYPES.
       01  AT-DETAILS.
           02 AT-CODE              PIC X(10).
           02 AT-DESCRIPTION       PIC X(30).
           02 AT-MIN-BALANCE       PIC S9(7)V99.
           02 AT-FEE-AMOUNT        PIC S9(5)V99.
           02 AT-STATUS            PIC X(7).
              88 AT-STATUS-VALID   VALUES "ACTIVE" "INACTVE".
           02 AT-MONTHLY-FEE       PIC S9(5)V99.
           02 AT-WAIVER-MIN-BAL    PIC S9(7)V99.

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

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05 SEQ-NAME               PIC X(10).
           05 SEQ-NEXT-ID            PIC 9(9).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  RESERVE-RATES-CHECK-STATUS PIC XX.
       01  ACCT-TYPES-CHECK-STATUS   PIC XX.
       01  ALLOW-ADJ-CHECK-STATUS    PIC XX.
       01  GL-JOURNAL-CHECK-STATUS   PIC XX.
       01  SEQ-CHECK-STATUS          PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-EOF-RATES              PIC X VALUE "N".
           88  EOF-RATES             VALUE "Y".
           88  NOT-EOF-RATES         VALUE "N".

       01  WS-EOF-ADJ                PIC X VALUE "N".
           88  EOF-ADJ               VALUE "Y".
           88  NOT-EOF-ADJ           VALUE "N".

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-MENU-OPT               PIC 9.

       01  WS-TYPE-CODE-IN           PIC X(10).
       01  WS-PCT-IN                 PIC 9V9(4) OCCURS 5 TIMES.
       01  WS-BX                     PIC 9.
       01  WS-RULE-COUNT             PIC 9(3).
       01  WS-PENDING-COUNT          PIC 9(3).
       01  WS-ADJ-ID-IN              PIC 9(9).
       01  WS-CONFIRM                PIC X.
       01  WS-NEXT-GLJ-ID            PIC 9(9).

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-SUP-ID                 PIC X(8).
       01  WS-SUP-OK                 PIC X.
           88  WS-SUP-VERIFIED       VALUE "Y".

       01  WS-BUCKET-NAMES.
           05 FILLER                 PIC X(7) VALUE "CURRENT".
           05 FILLER                 PIC X(7) VALUE "30-59".
           05 FILLER                 PIC X(7) VALUE "60-89".
           05 FILLER                 PIC X(7) VALUE "90-119".
           05 FILLER                 PIC X(7) VALUE "120+".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME         PIC X(7) OCCURS 5 TIMES.

       01  WS-RES-MENU.
           02 WS-RES-MENU-LINE    PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-RES-MENU-OPT1    PIC X(28)
                                   VALUE "1 - Set Reserve Rates".
           02 WS-RES-MENU-OPT2    PIC X(24)
                                   VALUE "2 - List Reserve Rates".
           02 WS-RES-MENU-OPT3    PIC X(26)
                                   VALUE "3 - Remove Reserve Rates".
           02 WS-RES-MENU-OPT4    PIC X(29)
                                   VALUE "4 - Run Allowance Report".
           02 WS-RES-MENU-OPT5    PIC X(29)
                                   VALUE "5 - Approve Allowance Entry".
           02 WS-RES-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-RES-MENU-LINE
           DISPLAY "LOAN LOSS ALLOWANCE"
           DISPLAY WS-RES-MENU-OPT1
           DISPLAY WS-RES-MENU-OPT2
           DISPLAY WS-RES-MENU-OPT3
           DISPLAY WS-RES-MENU-OPT4
           DISPLAY WS-RES-MENU-OPT5
           DISPLAY WS-RES-MENU-OPT0
           DISPLAY WS-RES-MENU-LINE
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
                 PERFORM 0200-SET-RATES THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-RATES THRU 0300-END
              WHEN 3
                 PERFORM 0400-REMOVE-RATES THRU 0400-END
              WHEN 4
                 CALL "loanAllowance"
              WHEN 5
                 PERFORM 0500-APPROVE-ENTRY THRU 0500-END
           END-EVALUATE

           PERFORM 0100-MAIN.
       0100-END.

       0150-OPEN-RATES.
           OPEN I-O RESERVE-RATES
           IF RESERVE-RATES-CHECK-STATUS = "35"
              OPEN OUTPUT RESERVE-RATES
              CLOSE RESERVE-RATES
              OPEN I-O RESERVE-RATES
           END-IF

           IF RESERVE-RATES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RESERVE RATE FILE: "
                      RESERVE-RATES-CHECK-STATUS
           END-IF.
       0150-END.

       0200-SET-RATES.
           DISPLAY "INSERT THE LOAN ACCOUNT TYPE CODE (OR DEFAULT): "
           ACCEPT WS-TYPE-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-TYPE-CODE-IN)
                TO WS-TYPE-CODE-IN

           IF WS-TYPE-CODE-IN = SPACES
              DISPLAY "THE TYPE CODE CANNOT BE BLANK."
              GO TO 0200-END
           END-IF

           IF WS-TYPE-CODE-IN NOT = "DEFAULT"
              OPEN INPUT ACCT-TYPES
              IF ACCT-TYPES-CHECK-STATUS = "00"
                 MOVE WS-TYPE-CODE-IN TO AT-CODE
                 READ ACCT-TYPES KEY IS AT-CODE
                    INVALID KEY
                       DISPLAY "THAT ACCOUNT TYPE IS NOT ON FILE."
                       CLOSE ACCT-TYPES
                       GO TO 0200-END
                 END-READ
                 CLOSE ACCT-TYPES
              END-IF
           END-IF

           DISPLAY "INSERT EACH RESERVE RATE AS A FRACTION "
                   "(E.G. 0.0500 FOR 5%)."
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
              DISPLAY "RATE FOR " WS-BUCKET-NAME (WS-BX)
                      " DAYS PAST DUE: "
              ACCEPT WS-PCT-IN (WS-BX)
              IF WS-PCT-IN (WS-BX) > 1
                 DISPLAY "A RATE CANNOT EXCEED 1.0000 - 1.0000 "
                         "IS USED."
                 MOVE 1 TO WS-PCT-IN (WS-BX)
              END-IF
           END-PERFORM

           PERFORM 0150-OPEN-RATES
           IF RESERVE-RATES-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           MOVE WS-TYPE-CODE-IN TO RR-TYPE-CODE
           READ RESERVE-RATES KEY IS RR-TYPE-CODE
              INVALID KEY
                 MOVE WS-TYPE-CODE-IN TO RR-TYPE-CODE
                 PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
                    MOVE WS-PCT-IN (WS-BX) TO RR-PCT (WS-BX)
                 END-PERFORM
                 WRITE RR-DETAILS
              NOT INVALID KEY
                 PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
                    MOVE WS-PCT-IN (WS-BX) TO RR-PCT (WS-BX)
                 END-PERFORM
                 REWRITE RR-DETAILS
           END-READ

           CLOSE RESERVE-RATES

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET RESERVE RATES " WS-TYPE-CODE-IN " "
                  WS-PCT-IN (1) "/" WS-PCT-IN (2) "/"
                  WS-PCT-IN (3) "/" WS-PCT-IN (4) "/"
                  WS-PCT-IN (5)
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "RESERVE RATES STORED FOR " WS-TYPE-CODE-IN ".".
       0200-END.

       0300-LIST-RATES.
           PERFORM 0150-OPEN-RATES
           IF RESERVE-RATES-CHECK-STATUS NOT = "00"
              GO TO 0300-END
           END-IF

           DISPLAY "TYPE       CURRENT 30-59  60-89  90-119 120+"

           MOVE ZEROES TO WS-RULE-COUNT
           MOVE LOW-VALUES TO RR-TYPE-CODE
           SET NOT-EOF-RATES TO TRUE
           START RESERVE-RATES KEY IS NOT LESS THAN RR-TYPE-CODE
              INVALID KEY
                 SET EOF-RATES TO TRUE
           END-START

           PERFORM UNTIL EOF-RATES
              READ RESERVE-RATES NEXT RECORD
                 AT END
                    SET EOF-RATES TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RULE-COUNT
                    DISPLAY RR-TYPE-CODE " " RR-PCT (1) "  "
                            RR-PCT (2) " " RR-PCT (3) " "
                            RR-PCT (4) " " RR-PCT (5)
              END-READ
           END-PERFORM

           IF WS-RULE-COUNT = ZEROES
              DISPLAY "NO RESERVE RATES ON FILE - THE STANDARD "
                      "RATES APPLY."
           END-IF

           CLOSE RESERVE-RATES.
       0300-END.

       0400-REMOVE-RATES.
           DISPLAY "INSERT THE LOAN ACCOUNT TYPE CODE: "
           ACCEPT WS-TYPE-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-TYPE-CODE-IN)
                TO WS-TYPE-CODE-IN

           OPEN I-O RESERVE-RATES
           IF RESERVE-RATES-CHECK-STATUS NOT = "00"
              DISPLAY "NO RESERVE RATES ARE ON FILE."
              GO TO 0400-END
           END-IF

           MOVE WS-TYPE-CODE-IN TO RR-TYPE-CODE
           READ RESERVE-RATES KEY IS RR-TYPE-CODE
              INVALID KEY
                 DISPLAY "NO RESERVE RATES FOR THAT TYPE."
                 CLOSE RESERVE-RATES
                 GO TO 0400-END
           END-READ

           DELETE RESERVE-RATES RECORD
           CLOSE RESERVE-RATES

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED RESERVE RATES " WS-TYPE-CODE-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "RESERVE RATES REMOVED.".
       0400-END.

       0500-APPROVE-ENTRY.
           OPEN I-O ALLOW-ADJ
           IF ALLOW-ADJ-CHECK-STATUS NOT = "00"
              DISPLAY "NO ALLOWANCE ENTRIES ON FILE - RUN THE "
                      "ALLOWANCE REPORT FIRST."
              GO TO 0500-END
           END-IF

           DISPLAY "ENTRY     RUN DATE   DR     CR     AMOUNT"
                   "        REQUIRED"

           MOVE ZEROES TO WS-PENDING-COUNT
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
                       ADD 1 TO WS-PENDING-COUNT
                       DISPLAY AA-ID " " AA-RUN-DATE " "
                               AA-DR-ACCT " " AA-CR-ACCT " "
                               AA-AMOUNT " " AA-REQUIRED
                    END-IF
              END-READ
           END-PERFORM

           IF WS-PENDING-COUNT = ZEROES
              DISPLAY "NO ALLOWANCE ENTRY IS AWAITING APPROVAL."
              CLOSE ALLOW-ADJ
              GO TO 0500-END
           END-IF

           DISPLAY "INSERT THE ENTRY TO APPROVE: "
           ACCEPT WS-ADJ-ID-IN

           MOVE WS-ADJ-ID-IN TO AA-ID
           READ ALLOW-ADJ KEY IS AA-ID
              INVALID KEY
                 DISPLAY "NO SUCH ENTRY."
                 CLOSE ALLOW-ADJ
                 GO TO 0500-END
           END-READ

           IF AA-STATUS NOT = "PENDING"
              DISPLAY "THE ENTRY IS NOT AWAITING APPROVAL ("
                      AA-STATUS ")."
              CLOSE ALLOW-ADJ
              GO TO 0500-END
           END-IF

           DISPLAY "POST DR " AA-DR-ACCT " CR " AA-CR-ACCT
                   " AMOUNT " AA-AMOUNT " TO THE GL? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE ENTRY WAS NOT POSTED."
              CLOSE ALLOW-ADJ
              GO TO 0500-END
           END-IF

           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "THE ENTRY WAS NOT POSTED."
              CLOSE ALLOW-ADJ
              GO TO 0500-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           OPEN I-O GL-JOURNAL
           IF GL-JOURNAL-CHECK-STATUS = "35"
              OPEN OUTPUT GL-JOURNAL
              CLOSE GL-JOURNAL
              OPEN I-O GL-JOURNAL
           END-IF

           IF GL-JOURNAL-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING GL JOURNAL FILE: "
                      GL-JOURNAL-CHECK-STATUS
              CLOSE ALLOW-ADJ
              GO TO 0500-END
           END-IF

           PERFORM 0550-NEXT-JOURNAL-ID

           MOVE WS-NEXT-GLJ-ID TO GLJ-ID
           MOVE WS-BUS-DATE TO GLJ-DATE
           MOVE "LLP" TO GLJ-TC-CODE
           MOVE AA-DR-ACCT TO GLJ-DR-ACCT
           MOVE AA-CR-ACCT TO GLJ-CR-ACCT
           MOVE AA-AMOUNT TO GLJ-AMOUNT
           MOVE ZEROES TO GLJ-TR-ID
           MOVE "HQ" TO GLJ-BRANCH
           WRITE GLJ-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING GL JOURNAL ENTRY: "
                         GL-JOURNAL-CHECK-STATUS
                 CLOSE GL-JOURNAL
                 CLOSE ALLOW-ADJ
                 GO TO 0500-END
           END-WRITE
           CLOSE GL-JOURNAL

           MOVE "POSTED" TO AA-STATUS
           MOVE WS-SUP-ID TO AA-APPROVER
           MOVE WS-BUS-DATE TO AA-POSTED-DATE
           MOVE WS-NEXT-GLJ-ID TO AA-GLJ-ID
           REWRITE AA-DETAILS
           CLOSE ALLOW-ADJ

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ALLOWANCE ENTRY " AA-ID " POSTED GLJ "
                  WS-NEXT-GLJ-ID " APPR " WS-SUP-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "ALLOWANCE ENTRY POSTED TO THE GL AS JOURNAL "
                   WS-NEXT-GLJ-ID ".".
       0500-END.

       0550-NEXT-JOURNAL-ID.
           OPEN I-O SEQ-FILE
           IF SEQ-CHECK-STATUS = "35"
              OPEN OUTPUT SEQ-FILE
              CLOSE SEQ-FILE
              OPEN I-O SEQ-FILE
           END-IF

           MOVE "GLJRNL" TO SEQ-NAME
           READ SEQ-FILE KEY IS SEQ-NAME
              INVALID KEY
                 MOVE 1 TO SEQ-NEXT-ID
                 MOVE 1 TO WS-NEXT-GLJ-ID
                 WRITE SEQ-RECORD
              NOT INVALID KEY
                 MOVE SEQ-NEXT-ID TO WS-NEXT-GLJ-ID
                 COMPUTE SEQ-NEXT-ID = SEQ-NEXT-ID + 1
                 REWRITE SEQ-RECORD
           END-READ

           CLOSE SEQ-FILE.
       0550-END.

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
                  " " WS-AUDIT-OPERATOR " manageLoanReserve: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
