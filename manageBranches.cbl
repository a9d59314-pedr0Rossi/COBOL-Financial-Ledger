           RECORD KEY IS BR-CODE
           FILE STATUS IS BRANCHES-CHECK-STATUS.

       SELECT BUDGETS ASSIGN TO "budget.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BG-KEY
           FILE STATUS IS BUDGETS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.
           02 BR-ADDRESS           PIC X(30).
           02 BR-STATUS            PIC X(7).

       FD  BUDGETS.
       01  BG-DETAILS.
           02 BG-KEY.
              05 BG-BRANCH         PIC X(4).
              05 BG-YEAR           PIC 9(4).
              05 BG-MONTH          PIC 9(2).
              05 BG-LINE           PIC X(8).
           02 BG-AMOUNT            PIC 9(11)V99.
           02 BG-UPDATED-BY        PIC X(8).
           02 BG-UPDATED-AT        PIC X(10).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD        PIC X(120).

           05 SESSION-TRAINING     PIC X(1).

       01  BRANCHES-CHECK-STATUS   PIC XX.
       01  BUDGETS-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-BR-ADDRESS-IN        PIC X(30).
       01  WS-BRANCH-COUNT         PIC 9(3).

       01  WS-EOF-BUDGETS          PIC X VALUE "N".
           88  EOF-BUDGETS         VALUE "Y".
           88  NOT-EOF-BUDGETS     VALUE "N".

       01  WS-BG-YEAR-IN           PIC X(4).
       01  WS-BG-MONTH-IN          PIC X(2).
       01  WS-BG-MONTH-NUM         PIC 9(2).
       01  WS-BG-FROM-MONTH        PIC 9(2).
       01  WS-BG-TO-MONTH          PIC 9(2).
       01  WS-BG-LINE-OPT          PIC 9.
       01  WS-BG-LINE-IN           PIC X(8).
       01  WS-BG-AMOUNT-IN         PIC 9(11)V99.
       01  WS-BG-AMOUNT-OUT        PIC Z(10)9.99.
       01  WS-BG-COUNT             PIC 9(4).
       01  WS-BG-TODAY             PIC X(10).
       01  WS-BG-DATE-STATUS       PIC X(6).

       01  WS-BRANCH-MENU.
           02 WS-BRANCH-MENU-LINE  PIC X(34) VALUE
                                   "----------------------------------".
                                   VALUE "1 - Add or Update Branch".
           02 WS-BRANCH-MENU-OPT2  PIC X(17)
                                   VALUE "2 - List Branches".
           02 WS-BRANCH-MENU-OPT3  PIC X(21)
                                   VALUE "3 - Set Branch Budget".
           02 WS-BRANCH-MENU-OPT4  PIC X(22)
                                   VALUE "4 - List Branch Budget".
           02 WS-BRANCH-MENU-OPT5  PIC X(25)
                                   VALUE "5 - Consolidate Branch".
           02 WS-BRANCH-MENU-OPT0  PIC X(8)
                                   VALUE "0 - Exit".

           DISPLAY "BRANCH MAINTENANCE"
           DISPLAY WS-BRANCH-MENU-OPT1
           DISPLAY WS-BRANCH-MENU-OPT2
           DISPLAY WS-BRANCH-MENU-OPT3
           DISPLAY WS-BRANCH-MENU-OPT4
           DISPLAY WS-BRANCH-MENU-OPT5
           DISPLAY WS-BRANCH-MENU-OPT0
           DISPLAY WS-BRANCH-MENU-LINE
           ACCEPT WS-MENU-OPT
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 5
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT = 5
              CALL "consolidateBranch"
              PERFORM 0100-MAIN
           END-IF

           OPEN I-O BRANCHES
           IF BRANCHES-CHECK-STATUS = "35"
              OPEN OUTPUT BRANCHES
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT > 2
              OPEN I-O BUDGETS
              IF BUDGETS-CHECK-STATUS = "35"
                 OPEN OUTPUT BUDGETS
                 CLOSE BUDGETS
                 OPEN I-O BUDGETS
              END-IF
              IF BUDGETS-CHECK-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING BUDGET FILE: "
                         BUDGETS-CHECK-STATUS
                 CLOSE BRANCHES
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ADD-OR-UPDATE-BRANCH THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-BRANCHES
              WHEN 3
                 PERFORM 0400-SET-BUDGET THRU 0400-END
              WHEN 4
                 PERFORM 0500-LIST-BUDGET THRU 0500-END
           END-EVALUATE

           IF WS-MENU-OPT > 2
              CLOSE BUDGETS
           END-IF

           CLOSE BRANCHES
           PERFORM 0100-MAIN.
       0100-END.
           END-IF.
       0300-END.

       0400-SET-BUDGET.
           DISPLAY "INSERT THE BRANCH CODE: "
           ACCEPT WS-BR-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-BR-CODE-IN) TO WS-BR-CODE-IN

           MOVE WS-BR-CODE-IN TO BR-CODE
           READ BRANCHES KEY IS BR-CODE
              INVALID KEY
                 DISPLAY "BRANCH " WS-BR-CODE-IN " IS NOT ON FILE."
                 GO TO 0400-END
           END-READ

           DISPLAY "INSERT THE BUDGET YEAR (YYYY): "
           ACCEPT WS-BG-YEAR-IN
           IF WS-BG-YEAR-IN NOT NUMERIC
              DISPLAY "THAT IS NOT A VALID YEAR."
              GO TO 0400-END
           END-IF

           DISPLAY "INSERT THE MONTH (01-12, OR 00 FOR ALL TWELVE): "
           ACCEPT WS-BG-MONTH-IN
           IF WS-BG-MONTH-IN NOT NUMERIC
              DISPLAY "THAT IS NOT A VALID MONTH."
              GO TO 0400-END
           END-IF
           MOVE WS-BG-MONTH-IN TO WS-BG-MONTH-NUM
           IF WS-BG-MONTH-NUM > 12
              DISPLAY "THAT IS NOT A VALID MONTH."
              GO TO 0400-END
           END-IF
           IF WS-BG-MONTH-NUM = ZEROES
              MOVE 1 TO WS-BG-FROM-MONTH
              MOVE 12 TO WS-BG-TO-MONTH
           ELSE
              MOVE WS-BG-MONTH-NUM TO WS-BG-FROM-MONTH
              MOVE WS-BG-MONTH-NUM TO WS-BG-TO-MONTH
           END-IF

           DISPLAY "BUDGET LINE: 1 - DEPOSITS (MONTH-END BALANCE)"
           DISPLAY "             2 - LOANS (MONTH-END OUTSTANDING)"
           DISPLAY "             3 - FEE INCOME"
           DISPLAY "             4 - INTEREST EXPENSE"
           ACCEPT WS-BG-LINE-OPT
           EVALUATE WS-BG-LINE-OPT
              WHEN 1
                 MOVE "DEPOSITS" TO WS-BG-LINE-IN
              WHEN 2
                 MOVE "LOANS" TO WS-BG-LINE-IN
              WHEN 3
                 MOVE "FEEINC" TO WS-BG-LINE-IN
              WHEN 4
                 MOVE "INTEXP" TO WS-BG-LINE-IN
              WHEN OTHER
                 DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
                 GO TO 0400-END
           END-EVALUATE

           DISPLAY "INSERT THE BUDGETED AMOUNT (0 TO REMOVE): "
           ACCEPT WS-BG-AMOUNT-IN

           CALL "getBusinessDate" USING WS-BG-TODAY WS-BG-DATE-STATUS

           PERFORM VARYING WS-BG-MONTH-NUM FROM WS-BG-FROM-MONTH BY 1
              UNTIL WS-BG-MONTH-NUM > WS-BG-TO-MONTH
              PERFORM 0450-STORE-BUDGET
           END-PERFORM

           MOVE WS-BG-AMOUNT-IN TO WS-BG-AMOUNT-OUT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "BUDGET " WS-BR-CODE-IN " " WS-BG-YEAR-IN "-"
                  WS-BG-MONTH-IN " " WS-BG-LINE-IN " "
                  WS-BG-AMOUNT-OUT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF WS-BG-AMOUNT-IN = ZEROES
              DISPLAY "BUDGET REMOVED."
           ELSE
              DISPLAY "BUDGET STORED SUCCESSFULLY."
           END-IF.
       0400-END.

       0450-STORE-BUDGET.
           MOVE WS-BR-CODE-IN TO BG-BRANCH
           MOVE WS-BG-YEAR-IN TO BG-YEAR
           MOVE WS-BG-MONTH-NUM TO BG-MONTH
           MOVE WS-BG-LINE-IN TO BG-LINE
           READ BUDGETS KEY IS BG-KEY
              INVALID KEY
                 IF WS-BG-AMOUNT-IN > ZEROES
                    MOVE WS-BG-AMOUNT-IN TO BG-AMOUNT
                    MOVE SESSION-OPERATOR-ID TO BG-UPDATED-BY
                    MOVE WS-BG-TODAY TO BG-UPDATED-AT
                    WRITE BG-DETAILS
                 END-IF
              NOT INVALID KEY
                 IF WS-BG-AMOUNT-IN = ZEROES
                    DELETE BUDGETS RECORD
                 ELSE
                    MOVE WS-BG-AMOUNT-IN TO BG-AMOUNT
                    MOVE SESSION-OPERATOR-ID TO BG-UPDATED-BY
                    MOVE WS-BG-TODAY TO BG-UPDATED-AT
                    REWRITE BG-DETAILS
                 END-IF
           END-READ.
       0450-END.

       0500-LIST-BUDGET.
           DISPLAY "INSERT THE BRANCH CODE: "
           ACCEPT WS-BR-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-BR-CODE-IN) TO WS-BR-CODE-IN

           DISPLAY "INSERT THE BUDGET YEAR (YYYY): "
           ACCEPT WS-BG-YEAR-IN
           IF WS-BG-YEAR-IN NOT NUMERIC
              DISPLAY "THAT IS NOT A VALID YEAR."
              GO TO 0500-END
           END-IF

           MOVE ZEROES TO WS-BG-COUNT
           MOVE WS-BR-CODE-IN TO BG-BRANCH
           MOVE WS-BG-YEAR-IN TO BG-YEAR
           MOVE ZEROES TO BG-MONTH
           MOVE LOW-VALUES TO BG-LINE
           SET NOT-EOF-BUDGETS TO TRUE
           START BUDGETS KEY IS NOT LESS THAN BG-KEY
              INVALID KEY
                 SET EOF-BUDGETS TO TRUE
           END-START

           PERFORM UNTIL EOF-BUDGETS
              READ BUDGETS NEXT RECORD
                 AT END
                    SET EOF-BUDGETS TO TRUE
                 NOT AT END
                    IF BG-BRANCH NOT = WS-BR-CODE-IN
                       OR BG-YEAR NOT = WS-BG-YEAR-IN
                       SET EOF-BUDGETS TO TRUE
                    ELSE
                       ADD 1 TO WS-BG-COUNT
                       MOVE BG-AMOUNT TO WS-BG-AMOUNT-OUT
                       DISPLAY BG-YEAR "-" BG-MONTH " " BG-LINE " "
                               WS-BG-AMOUNT-OUT " " BG-UPDATED-BY
                               " " BG-UPDATED-AT
                    END-IF
              END-READ
           END-PERFORM

           IF WS-BG-COUNT = ZEROES
              DISPLAY "NO BUDGET ON FILE FOR " WS-BR-CODE-IN
                      " IN " WS-BG-YEAR-IN "."
           END-IF.
       0500-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
