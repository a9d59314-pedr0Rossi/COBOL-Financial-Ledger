       IDENTIFICATION DIVISION.
       PROGRAM-ID. regReturn.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GL-JOURNAL ASSIGN TO "gljournal.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GLJ-ID
           FILE STATUS IS GL-JOURNAL-CHECK-STATUS.

       SELECT CHART-ACCTS ASSIGN TO "chartaccts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GL-ACCT-NO
           FILE STATUS IS CHART-CHECK-STATUS.

       SELECT REG-LINES ASSIGN TO "reglines.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-CODE
           FILE STATUS IS REG-LINES-CHECK-STATUS.

       SELECT REG-MAP ASSIGN TO "regmap.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-GL-ACCT
           FILE STATUS IS REG-MAP-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  CHART-ACCTS.
       01  GL-DETAILS.
           05 GL-ACCT-NO             PIC 9(6).
           05 GL-ACCT-NAME           PIC X(30).
           05 GL-ACCT-TYPE           PIC X(9).
           05 GL-STATUS              PIC X(8).

       FD  REG-LINES.
       01  RL-DETAILS.
           05 RL-CODE                PIC X(6).
           05 RL-STATEMENT           PIC X(2).
           05 RL-NORMAL              PIC X(1).
           05 RL-DESC                PIC X(40).
           05 RL-STATUS              PIC X(8).

       FD  REG-MAP.
       01  RM-DETAILS.
           05 RM-GL-ACCT             PIC 9(6).
           05 RM-LINE                PIC X(6).
           05 RM-STATUS              PIC X(8).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(132).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  GL-JOURNAL-CHECK-STATUS   PIC XX.
       01  CHART-CHECK-STATUS        PIC XX.
       01  REG-LINES-CHECK-STATUS    PIC XX.
       01  REG-MAP-CHECK-STATUS      PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-EOF-FILE               PIC X VALUE "N".
           88  EOF-FILE              VALUE "Y".
           88  NOT-EOF-FILE          VALUE "N".

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-QUARTER-IN             PIC X(7).
       01  WS-QTR-YEAR               PIC X(4).
       01  WS-QTR-NO                 PIC X(1).
       01  WS-FROM-DATE              PIC X(10).
       01  WS-TO-DATE                PIC X(10).

       01  WS-PRI-QUARTER            PIC X(7).
       01  WS-PRI-YEAR-NUM           PIC 9(4).
       01  WS-PRI-YEAR               PIC X(4).
       01  WS-PRI-NO                 PIC X(1).
       01  WS-PRI-FROM-DATE          PIC X(10).
       01  WS-PRI-TO-DATE            PIC X(10).

       01  WS-SET-YEAR               PIC X(4).
       01  WS-SET-NO                 PIC X(1).
       01  WS-SET-FROM               PIC X(10).
       01  WS-SET-TO                 PIC X(10).

       01  WS-LINE-TABLE.
           05 WS-LN-ENTRY OCCURS 300 TIMES.
              10 WS-LN-CODE          PIC X(6).
              10 WS-LN-STATEMENT     PIC X(2).
              10 WS-LN-NORMAL        PIC X(1).
              10 WS-LN-DESC          PIC X(40).
              10 WS-LN-CURRENT       PIC S9(13)V99.
              10 WS-LN-PRIOR         PIC S9(13)V99.
       01  WS-LN-COUNT               PIC 9(3).
       01  WS-LN-IDX                 PIC 9(3).
       01  WS-LN-FOUND               PIC 9(3).

       01  WS-ACCT-TABLE.
           05 WS-AC-ENTRY OCCURS 2000 TIMES.
              10 WS-AC-ACCT-NO       PIC 9(6).
              10 WS-AC-BAL-CUR       PIC S9(13)V99.
              10 WS-AC-BAL-PRI       PIC S9(13)V99.
              10 WS-AC-ACT-CUR       PIC S9(13)V99.
              10 WS-AC-ACT-PRI       PIC S9(13)V99.
       01  WS-AC-COUNT               PIC 9(4).
       01  WS-AC-IDX                 PIC 9(4).
       01  WS-AC-FOUND               PIC 9(4).
       01  WS-TABLE-FULL             PIC X VALUE "N".

       01  WS-SUBJECT-ACCT           PIC 9(6).
       01  WS-SUBJECT-AMOUNT         PIC S9(11)V99.

       01  WS-ACCT-NAME              PIC X(30).
       01  WS-ACCT-TYPE              PIC X(9).
       01  WS-CUR-AMOUNT             PIC S9(13)V99.
       01  WS-PRI-AMOUNT             PIC S9(13)V99.

       01  WS-ASSETS-CUR             PIC S9(15)V99.
       01  WS-ASSETS-PRI             PIC S9(15)V99.
       01  WS-CLAIMS-CUR             PIC S9(15)V99.
       01  WS-CLAIMS-PRI             PIC S9(15)V99.
       01  WS-EARNINGS-CUR           PIC S9(15)V99.
       01  WS-EARNINGS-PRI           PIC S9(15)V99.
       01  WS-NET-INCOME-CUR         PIC S9(15)V99.
       01  WS-NET-INCOME-PRI         PIC S9(15)V99.
       01  WS-IS-INCOME-CUR          PIC S9(15)V99.
       01  WS-IS-INCOME-PRI          PIC S9(15)V99.
       01  WS-IS-EXPENSE-CUR         PIC S9(15)V99.
       01  WS-IS-EXPENSE-PRI         PIC S9(15)V99.

       01  WS-UNMAPPED-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-STATEMENT              PIC X(2).

       01  WS-AMOUNT-OUT             PIC -(13)9.99.
       01  WS-AMOUNT-OUT-2           PIC -(13)9.99.

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           DISPLAY "INSERT THE QUARTER (YYYY-QN, E.G. 2026-Q3): "
           ACCEPT WS-QUARTER-IN
           MOVE FUNCTION UPPER-CASE (WS-QUARTER-IN) TO WS-QUARTER-IN
           MOVE WS-QUARTER-IN(1:4) TO WS-QTR-YEAR
           MOVE WS-QUARTER-IN(7:1) TO WS-QTR-NO

           IF WS-QTR-YEAR NOT NUMERIC OR WS-QUARTER-IN(5:2) NOT = "-Q"
              OR WS-QTR-NO < "1" OR WS-QTR-NO > "4"
              DISPLAY "INVALID QUARTER."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-QTR-YEAR TO WS-SET-YEAR
           MOVE WS-QTR-NO TO WS-SET-NO
           PERFORM 0150-QUARTER-DATES THRU 0150-END
           MOVE WS-SET-FROM TO WS-FROM-DATE
           MOVE WS-SET-TO TO WS-TO-DATE

           MOVE WS-QTR-YEAR TO WS-PRI-YEAR-NUM
           IF WS-QTR-NO = "1"
              SUBTRACT 1 FROM WS-PRI-YEAR-NUM
              MOVE "4" TO WS-PRI-NO
           ELSE
              MOVE WS-QTR-NO TO WS-PRI-NO
              INSPECT WS-PRI-NO CONVERTING "234" TO "123"
           END-IF
           MOVE WS-PRI-YEAR-NUM TO WS-PRI-YEAR
           MOVE SPACES TO WS-PRI-QUARTER
           STRING WS-PRI-YEAR "-Q" WS-PRI-NO
              DELIMITED BY SIZE INTO WS-PRI-QUARTER

           MOVE WS-PRI-YEAR TO WS-SET-YEAR
           MOVE WS-PRI-NO TO WS-SET-NO
           PERFORM 0150-QUARTER-DATES THRU 0150-END
           MOVE WS-SET-FROM TO WS-PRI-FROM-DATE
           MOVE WS-SET-TO TO WS-PRI-TO-DATE

           IF WS-BUS-DATE NOT = SPACES AND WS-TO-DATE > WS-BUS-DATE
              DISPLAY "WARNING: THE QUARTER HAS NOT ENDED YET - "
                      "FIGURES ARE TO " WS-BUS-DATE "."
           END-IF

           OPEN INPUT REG-LINES
           IF REG-LINES-CHECK-STATUS NOT = "00"
              DISPLAY "NO REGULATORY REPORT LINES ARE DEFINED - SET "
                      "THEM UP IN THE GL CHART MAINTENANCE."
              GO TO 0900-END-PROGRAM
           END-IF
           PERFORM 0200-LOAD-LINES THRU 0200-END
           CLOSE REG-LINES

           OPEN INPUT GL-JOURNAL
           IF GL-JOURNAL-CHECK-STATUS NOT = "00"
              DISPLAY "NO GL JOURNAL IS ON FILE - RUN THE JOURNAL "
                      "GENERATION FIRST."
              GO TO 0900-END-PROGRAM
           END-IF
           PERFORM 0300-LOAD-JOURNAL THRU 0300-END
           CLOSE GL-JOURNAL

           OPEN INPUT CHART-ACCTS
           OPEN INPUT REG-MAP

           PERFORM 0400-APPLY-MAPPING THRU 0400-END

           PERFORM 0500-WRITE-REPORT THRU 0500-END

           IF REG-MAP-CHECK-STATUS = "00"
              CLOSE REG-MAP
           END-IF
           IF CHART-CHECK-STATUS = "00"
              CLOSE CHART-ACCTS
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REGULATORY RETURN " WS-QUARTER-IN
                  " UNMAPPED GL ACCTS " WS-UNMAPPED-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-QUARTER-DATES.
           MOVE SPACES TO WS-SET-FROM
           MOVE SPACES TO WS-SET-TO
           EVALUATE WS-SET-NO
              WHEN "1"
                 STRING WS-SET-YEAR "-01-01" DELIMITED BY SIZE
                    INTO WS-SET-FROM
                 STRING WS-SET-YEAR "-03-31" DELIMITED BY SIZE
                    INTO WS-SET-TO
              WHEN "2"
                 STRING WS-SET-YEAR "-04-01" DELIMITED BY SIZE
                    INTO WS-SET-FROM
                 STRING WS-SET-YEAR "-06-30" DELIMITED BY SIZE
                    INTO WS-SET-TO
              WHEN "3"
                 STRING WS-SET-YEAR "-07-01" DELIMITED BY SIZE
                    INTO WS-SET-FROM
                 STRING WS-SET-YEAR "-09-30" DELIMITED BY SIZE
                    INTO WS-SET-TO
              WHEN "4"
                 STRING WS-SET-YEAR "-10-01" DELIMITED BY SIZE
                    INTO WS-SET-FROM
                 STRING WS-SET-YEAR "-12-31" DELIMITED BY SIZE
                    INTO WS-SET-TO
           END-EVALUATE.
       0150-END.

       0200-LOAD-LINES.
           MOVE ZEROES TO WS-LN-COUNT
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ REG-LINES NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF RL-STATUS = "ACTIVE" AND WS-LN-COUNT < 300
                       ADD 1 TO WS-LN-COUNT
                       MOVE RL-CODE TO WS-LN-CODE(WS-LN-COUNT)
                       MOVE RL-STATEMENT
                            TO WS-LN-STATEMENT(WS-LN-COUNT)
                       MOVE RL-NORMAL TO WS-LN-NORMAL(WS-LN-COUNT)
                       MOVE RL-DESC TO WS-LN-DESC(WS-LN-COUNT)
                       MOVE ZEROES TO WS-LN-CURRENT(WS-LN-COUNT)
                       MOVE ZEROES TO WS-LN-PRIOR(WS-LN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
       0200-END.

       0300-LOAD-JOURNAL.
           MOVE ZEROES TO WS-AC-COUNT
           SET NOT-EOF-FILE TO TRUE
           PERFORM UNTIL EOF-FILE
              READ GL-JOURNAL NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF GLJ-DATE NOT > WS-TO-DATE
                       MOVE GLJ-DR-ACCT TO WS-SUBJECT-ACCT
                       MOVE GLJ-AMOUNT TO WS-SUBJECT-AMOUNT
                       PERFORM 0310-ADD-TO-ACCOUNT THRU 0310-END
                       MOVE GLJ-CR-ACCT TO WS-SUBJECT-ACCT
                       COMPUTE WS-SUBJECT-AMOUNT = 0 - GLJ-AMOUNT
                       PERFORM 0310-ADD-TO-ACCOUNT THRU 0310-END
                    END-IF
              END-READ
           END-PERFORM.
       0300-END.

       0310-ADD-TO-ACCOUNT.
           MOVE ZEROES TO WS-AC-FOUND
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
              UNTIL WS-AC-IDX > WS-AC-COUNT OR WS-AC-FOUND > ZEROES
              IF WS-AC-ACCT-NO(WS-AC-IDX) = WS-SUBJECT-ACCT
                 MOVE WS-AC-IDX TO WS-AC-FOUND
              END-IF
           END-PERFORM

           IF WS-AC-FOUND = ZEROES
              IF WS-AC-COUNT NOT < 2000
                 IF WS-TABLE-FULL NOT = "Y"
                    MOVE "Y" TO WS-TABLE-FULL
                    DISPLAY "WORK TABLE FULL - RESULTS INCOMPLETE."
                 END-IF
                 GO TO 0310-END
              END-IF
              ADD 1 TO WS-AC-COUNT
              MOVE WS-AC-COUNT TO WS-AC-FOUND
              MOVE WS-SUBJECT-ACCT TO WS-AC-ACCT-NO(WS-AC-FOUND)
              MOVE ZEROES TO WS-AC-BAL-CUR(WS-AC-FOUND)
              MOVE ZEROES TO WS-AC-BAL-PRI(WS-AC-FOUND)
              MOVE ZEROES TO WS-AC-ACT-CUR(WS-AC-FOUND)
              MOVE ZEROES TO WS-AC-ACT-PRI(WS-AC-FOUND)
           END-IF

           ADD WS-SUBJECT-AMOUNT TO WS-AC-BAL-CUR(WS-AC-FOUND)
           IF GLJ-DATE NOT > WS-PRI-TO-DATE
              ADD WS-SUBJECT-AMOUNT TO WS-AC-BAL-PRI(WS-AC-FOUND)
           END-IF
           IF GLJ-DATE NOT < WS-FROM-DATE
              ADD WS-SUBJECT-AMOUNT TO WS-AC-ACT-CUR(WS-AC-FOUND)
           END-IF
           IF GLJ-DATE NOT < WS-PRI-FROM-DATE
              AND GLJ-DATE NOT > WS-PRI-TO-DATE
              ADD WS-SUBJECT-AMOUNT TO WS-AC-ACT-PRI(WS-AC-FOUND)
           END-IF.
       0310-END.

       0400-APPLY-MAPPING.
           MOVE ZEROES TO WS-EARNINGS-CUR
           MOVE ZEROES TO WS-EARNINGS-PRI

           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
              UNTIL WS-AC-IDX > WS-AC-COUNT
              PERFORM 0410-MAP-ACCOUNT THRU 0410-END
           END-PERFORM.
       0400-END.

       0410-MAP-ACCOUNT.
           MOVE SPACES TO WS-ACCT-TYPE
           IF CHART-CHECK-STATUS = "00"
              MOVE WS-AC-ACCT-NO(WS-AC-IDX) TO GL-ACCT-NO
              READ CHART-ACCTS KEY IS GL-ACCT-NO
                 NOT INVALID KEY
                    MOVE GL-ACCT-TYPE TO WS-ACCT-TYPE
              END-READ
           END-IF

           IF WS-ACCT-TYPE = "INCOME" OR WS-ACCT-TYPE = "EXPENSE"
              SUBTRACT WS-AC-BAL-CUR(WS-AC-IDX) FROM WS-EARNINGS-CUR
              SUBTRACT WS-AC-BAL-PRI(WS-AC-IDX) FROM WS-EARNINGS-PRI
           END-IF

           MOVE ZEROES TO WS-LN-FOUND
           IF REG-MAP-CHECK-STATUS = "00"
              MOVE WS-AC-ACCT-NO(WS-AC-IDX) TO RM-GL-ACCT
              READ REG-MAP KEY IS RM-GL-ACCT
                 NOT INVALID KEY
                    IF RM-STATUS = "ACTIVE"
                       PERFORM 0420-FIND-LINE THRU 0420-END
                    END-IF
              END-READ
           END-IF

           IF WS-LN-FOUND = ZEROES
              ADD 1 TO WS-UNMAPPED-COUNT
              GO TO 0410-END
           END-IF

           IF WS-LN-STATEMENT(WS-LN-FOUND) = "BS"
              MOVE WS-AC-BAL-CUR(WS-AC-IDX) TO WS-CUR-AMOUNT
              MOVE WS-AC-BAL-PRI(WS-AC-IDX) TO WS-PRI-AMOUNT
           ELSE
              MOVE WS-AC-ACT-CUR(WS-AC-IDX) TO WS-CUR-AMOUNT
              MOVE WS-AC-ACT-PRI(WS-AC-IDX) TO WS-PRI-AMOUNT
           END-IF

           IF WS-LN-NORMAL(WS-LN-FOUND) = "C"
              SUBTRACT WS-CUR-AMOUNT FROM WS-LN-CURRENT(WS-LN-FOUND)
              SUBTRACT WS-PRI-AMOUNT FROM WS-LN-PRIOR(WS-LN-FOUND)
           ELSE
              ADD WS-CUR-AMOUNT TO WS-LN-CURRENT(WS-LN-FOUND)
              ADD WS-PRI-AMOUNT TO WS-LN-PRIOR(WS-LN-FOUND)
           END-IF.
       0410-END.

       0420-FIND-LINE.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
              UNTIL WS-LN-IDX > WS-LN-COUNT OR WS-LN-FOUND > ZEROES
              IF WS-LN-CODE(WS-LN-IDX) = RM-LINE
                 MOVE WS-LN-IDX TO WS-LN-FOUND
              END-IF
           END-PERFORM.
       0420-END.

       0500-WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-NAME
           STRING "regreturn_" WS-QTR-YEAR "Q" WS-QTR-NO ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              GO TO 0500-END
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "QUARTERLY FINANCIAL RETURN " WS-QUARTER-IN
                  " (" WS-FROM-DATE " TO " WS-TO-DATE ") AS AT "
                  WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BALANCE SHEET AS AT " WS-TO-DATE
                  "                   CURRENT " WS-QUARTER-IN
                  "     PRIOR " WS-PRI-QUARTER
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-ASSETS-CUR
           MOVE ZEROES TO WS-ASSETS-PRI
           MOVE ZEROES TO WS-CLAIMS-CUR
           MOVE ZEROES TO WS-CLAIMS-PRI
           MOVE "BS" TO WS-STATEMENT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
              UNTIL WS-LN-IDX > WS-LN-COUNT
              PERFORM 0510-WRITE-LINE THRU 0510-END
           END-PERFORM

           MOVE WS-EARNINGS-CUR TO WS-AMOUNT-OUT
           MOVE WS-EARNINGS-PRI TO WS-AMOUNT-OUT-2
           MOVE SPACES TO REPORT-LINE
           STRING "  ------ UNCLOSED EARNINGS (INCOME LESS EXPENSE)"
                  "   " WS-AMOUNT-OUT " " WS-AMOUNT-OUT-2
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-EARNINGS-CUR TO WS-CLAIMS-CUR
           ADD WS-EARNINGS-PRI TO WS-CLAIMS-PRI

           MOVE WS-ASSETS-CUR TO WS-AMOUNT-OUT
           MOVE WS-ASSETS-PRI TO WS-AMOUNT-OUT-2
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL ASSETS (DEBIT-NORMAL LINES)"
                  "               " WS-AMOUNT-OUT " " WS-AMOUNT-OUT-2
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CLAIMS-CUR TO WS-AMOUNT-OUT
           MOVE WS-CLAIMS-PRI TO WS-AMOUNT-OUT-2
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL LIABILITIES, EQUITY AND EARNINGS"
                  "          " WS-AMOUNT-OUT " " WS-AMOUNT-OUT-2
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-ASSETS-CUR = WS-CLAIMS-CUR
              AND WS-ASSETS-PRI = WS-CLAIMS-PRI
              STRING "  THE BALANCE SHEET BALANCES."
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "  *** THE BALANCE SHEET DOES NOT BALANCE - SEE "
                     "THE UNMAPPED ACCOUNTS BELOW ***"
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "INCOME STATEMENT FOR THE QUARTER"
                  "               CURRENT " WS-QUARTER-IN
                  "     PRIOR " WS-PRI-QUARTER
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-IS-INCOME-CUR
           MOVE ZEROES TO WS-IS-INCOME-PRI
           MOVE ZEROES TO WS-IS-EXPENSE-CUR
           MOVE ZEROES TO WS-IS-EXPENSE-PRI
           MOVE "IS" TO WS-STATEMENT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
              UNTIL WS-LN-IDX > WS-LN-COUNT
              PERFORM 0510-WRITE-LINE THRU 0510-END
           END-PERFORM

           COMPUTE WS-NET-INCOME-CUR = WS-IS-INCOME-CUR
                                     - WS-IS-EXPENSE-CUR
           COMPUTE WS-NET-INCOME-PRI = WS-IS-INCOME-PRI
                                     - WS-IS-EXPENSE-PRI
           MOVE WS-NET-INCOME-CUR TO WS-AMOUNT-OUT
           MOVE WS-NET-INCOME-PRI TO WS-AMOUNT-OUT-2
           MOVE SPACES TO REPORT-LINE
           STRING "  NET INCOME FOR THE QUARTER"
                  "                      " WS-AMOUNT-OUT " "
                  WS-AMOUNT-OUT-2
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GL ACCOUNTS WITH ACTIVITY AND NO REPORT LINE:"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROES TO WS-UNMAPPED-COUNT
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
              UNTIL WS-AC-IDX > WS-AC-COUNT
              PERFORM 0520-WRITE-UNMAPPED THRU 0520-END
           END-PERFORM

           IF WS-UNMAPPED-COUNT = ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "  NONE - EVERY GL ACCOUNT IS MAPPED."
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-OUT

           DISPLAY "QUARTERLY FINANCIAL RETURN WRITTEN TO "
                   WS-REPORT-NAME
           IF WS-UNMAPPED-COUNT > ZEROES
              DISPLAY "*** " WS-UNMAPPED-COUNT " GL ACCOUNTS WITH "
                      "ACTIVITY HAVE NO REPORT LINE ***"
           END-IF

           MOVE "REGULATORY RETURN" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING WS-QUARTER-IN " VS " WS-PRI-QUARTER
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS.
       0500-END.

       0510-WRITE-LINE.
           IF WS-LN-STATEMENT(WS-LN-IDX) NOT = WS-STATEMENT
              GO TO 0510-END
           END-IF

           IF WS-STATEMENT = "BS"
              IF WS-LN-NORMAL(WS-LN-IDX) = "C"
                 ADD WS-LN-CURRENT(WS-LN-IDX) TO WS-CLAIMS-CUR
                 ADD WS-LN-PRIOR(WS-LN-IDX) TO WS-CLAIMS-PRI
              ELSE
                 ADD WS-LN-CURRENT(WS-LN-IDX) TO WS-ASSETS-CUR
                 ADD WS-LN-PRIOR(WS-LN-IDX) TO WS-ASSETS-PRI
              END-IF
           ELSE
              IF WS-LN-NORMAL(WS-LN-IDX) = "C"
                 ADD WS-LN-CURRENT(WS-LN-IDX) TO WS-IS-INCOME-CUR
                 ADD WS-LN-PRIOR(WS-LN-IDX) TO WS-IS-INCOME-PRI
              ELSE
                 ADD WS-LN-CURRENT(WS-LN-IDX) TO WS-IS-EXPENSE-CUR
                 ADD WS-LN-PRIOR(WS-LN-IDX) TO WS-IS-EXPENSE-PRI
              END-IF
           END-IF

           MOVE WS-LN-CURRENT(WS-LN-IDX) TO WS-AMOUNT-OUT
           MOVE WS-LN-PRIOR(WS-LN-IDX) TO WS-AMOUNT-OUT-2
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-LN-CODE(WS-LN-IDX) " "
                  WS-LN-DESC(WS-LN-IDX) " "
                  WS-AMOUNT-OUT " " WS-AMOUNT-OUT-2
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0510-END.

       0520-WRITE-UNMAPPED.
           IF WS-AC-BAL-CUR(WS-AC-IDX) = ZEROES
              AND WS-AC-ACT-CUR(WS-AC-IDX) = ZEROES
              AND WS-AC-ACT-PRI(WS-AC-IDX) = ZEROES
              GO TO 0520-END
           END-IF

           MOVE ZEROES TO WS-LN-FOUND
           IF REG-MAP-CHECK-STATUS = "00"
              MOVE WS-AC-ACCT-NO(WS-AC-IDX) TO RM-GL-ACCT
              READ REG-MAP KEY IS RM-GL-ACCT
                 NOT INVALID KEY
                    IF RM-STATUS = "ACTIVE"
                       PERFORM 0420-FIND-LINE THRU 0420-END
                    END-IF
              END-READ
           END-IF

           IF WS-LN-FOUND > ZEROES
              GO TO 0520-END
           END-IF

           ADD 1 TO WS-UNMAPPED-COUNT
           MOVE "(NOT ON THE CHART)" TO WS-ACCT-NAME
           MOVE SPACES TO WS-ACCT-TYPE
           IF CHART-CHECK-STATUS = "00"
              MOVE WS-AC-ACCT-NO(WS-AC-IDX) TO GL-ACCT-NO
              READ CHART-ACCTS KEY IS GL-ACCT-NO
                 NOT INVALID KEY
                    MOVE GL-ACCT-NAME TO WS-ACCT-NAME
                    MOVE GL-ACCT-TYPE TO WS-ACCT-TYPE
              END-READ
           END-IF

           MOVE WS-AC-BAL-CUR(WS-AC-IDX) TO WS-AMOUNT-OUT
           MOVE WS-AC-ACT-CUR(WS-AC-IDX) TO WS-AMOUNT-OUT-2
           MOVE SPACES TO REPORT-LINE
           STRING "  GL " WS-AC-ACCT-NO(WS-AC-IDX) " " WS-ACCT-NAME
                  " " WS-ACCT-TYPE " BALANCE DR-CR " WS-AMOUNT-OUT
                  " QTR ACTIVITY " WS-AMOUNT-OUT-2
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
       0520-END.

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
                  " " WS-AUDIT-OPERATOR " regReturn: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
