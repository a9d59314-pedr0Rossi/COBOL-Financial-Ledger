           RECORD KEY IS TC-CODE
           FILE STATUS IS TXN-CODES-CHECK-STATUS.

       SELECT GL-PRODUCTS ASSIGN TO "glproducts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLP-KEY
           FILE STATUS IS GL-PRODUCTS-CHECK-STATUS.

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

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.
           05 TC-CATEGORY         PIC X(8).
           05 TC-STATUS           PIC X(7).

       FD  GL-PRODUCTS.
       01  GLP-DETAILS.
           05 GLP-KEY.
              10 GLP-ACC-TYPE        PIC X(10).
              10 GLP-CURRENCY        PIC X(3).
           05 GLP-GL-ACCT            PIC 9(6).
           05 GLP-STATUS             PIC X(8).

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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(120).

       01  CHART-CHECK-STATUS      PIC XX.
       01  GL-RULES-CHECK-STATUS   PIC XX.
       01  TXN-CODES-CHECK-STATUS  PIC XX.
       01  GL-PRODUCTS-CHECK-STATUS PIC XX.
       01  REG-LINES-CHECK-STATUS  PIC XX.
       01  REG-MAP-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
           88  EOF-RULES           VALUE "Y".
           88  NOT-EOF-RULES       VALUE "N".

       01  WS-EOF-PRODUCTS         PIC X VALUE "N".
           88  EOF-PRODUCTS        VALUE "Y".
           88  NOT-EOF-PRODUCTS    VALUE "N".

       01  WS-EOF-MAP              PIC X VALUE "N".
           88  EOF-MAP             VALUE "Y".
           88  NOT-EOF-MAP         VALUE "N".

       01  WS-MENU-OPT             PIC 9.

       01  WS-ACCT-NO-IN           PIC 9(6).
       01  WS-TC-CODE-IN           PIC X(4).
       01  WS-DR-ACCT-IN           PIC 9(6).
       01  WS-CR-ACCT-IN           PIC 9(6).
       01  WS-ACC-TYPE-IN          PIC X(10).
       01  WS-CURRENCY-IN          PIC X(3).
       01  WS-LINE-CODE-IN         PIC X(6).
       01  WS-STATEMENT-IN         PIC X(2).
           88  WS-STATEMENT-VALID  VALUES "BS" "IS".
       01  WS-NORMAL-IN            PIC X(1).
           88  WS-NORMAL-VALID     VALUES "D" "C".
       01  WS-LINE-DESC-IN         PIC X(40).
       01  WS-LINE-DESC            PIC X(40).
       01  WS-LIST-COUNT           PIC 9(4).

       01  WS-GL-MENU.
                                   VALUE "3 - Set Posting Rule".
           02 WS-GL-MENU-OPT4     PIC X(22)
                                   VALUE "4 - List Posting Rules".
           02 WS-GL-MENU-OPT5     PIC X(31) VALUE
                                   "5 - Set Product Control Account".
           02 WS-GL-MENU-OPT6     PIC X(33) VALUE
                                   "6 - List Product Control Accounts".
           02 WS-GL-MENU-OPT7     PIC X(31) VALUE
                                   "7 - Set Regulatory Report Line".
           02 WS-GL-MENU-OPT8     PIC X(31) VALUE
                                   "8 - Map GL Account To Reg. Line".
           02 WS-GL-MENU-OPT9     PIC X(31) VALUE
                                   "9 - List Regulatory Mapping".
           02 WS-GL-MENU-OPT0     PIC X(8)
                                   VALUE "0 - Exit".

           DISPLAY WS-GL-MENU-OPT2
           DISPLAY WS-GL-MENU-OPT3
           DISPLAY WS-GL-MENU-OPT4
           DISPLAY WS-GL-MENU-OPT5
           DISPLAY WS-GL-MENU-OPT6
           DISPLAY WS-GL-MENU-OPT7
           DISPLAY WS-GL-MENU-OPT8
           DISPLAY WS-GL-MENU-OPT9
           DISPLAY WS-GL-MENU-OPT0
           DISPLAY WS-GL-MENU-LINE
           ACCEPT WS-MENU-OPT
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 9
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ADD-GL-ACCOUNT THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-CHART THRU 0300-END
              WHEN 3
                 PERFORM 0400-SET-POSTING-RULE THRU 0400-END
              WHEN 4
                 PERFORM 0500-LIST-RULES THRU 0500-END
              WHEN 5
                 PERFORM 0600-SET-PRODUCT-CONTROL THRU 0600-END
              WHEN 6
                 PERFORM 0700-LIST-PRODUCT-CONTROLS THRU 0700-END
              WHEN 7
                 PERFORM 0750-SET-REG-LINE THRU 0750-END
              WHEN 8
                 PERFORM 0800-MAP-REG-ACCOUNT THRU 0800-END
              WHEN 9
                 PERFORM 0850-LIST-REG-MAPPING THRU 0850-END
           END-EVALUATE

           PERFORM 0100-MAIN.
           END-IF.
       0160-END.

       0170-OPEN-PRODUCTS.
           OPEN I-O GL-PRODUCTS
           IF GL-PRODUCTS-CHECK-STATUS = "35"
              OPEN OUTPUT GL-PRODUCTS
              CLOSE GL-PRODUCTS
              OPEN I-O GL-PRODUCTS
           END-IF

           IF GL-PRODUCTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PRODUCT CONTROL FILE: "
                      GL-PRODUCTS-CHECK-STATUS
           END-IF.
       0170-END.

       0180-OPEN-REG-LINES.
           OPEN I-O REG-LINES
           IF REG-LINES-CHECK-STATUS = "35"
              OPEN OUTPUT REG-LINES
              CLOSE REG-LINES
              OPEN I-O REG-LINES
           END-IF

           IF REG-LINES-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REGULATORY LINES FILE: "
                      REG-LINES-CHECK-STATUS
           END-IF.
       0180-END.

       0190-OPEN-REG-MAP.
           OPEN I-O REG-MAP
           IF REG-MAP-CHECK-STATUS = "35"
              OPEN OUTPUT REG-MAP
              CLOSE REG-MAP
              OPEN I-O REG-MAP
           END-IF

           IF REG-MAP-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REGULATORY MAPPING FILE: "
                      REG-MAP-CHECK-STATUS
           END-IF.
       0190-END.

       0200-ADD-GL-ACCOUNT.
           DISPLAY "INSERT THE GL ACCOUNT NUMBER (6 DIGITS): "
           ACCEPT WS-ACCT-NO-IN
           CLOSE GL-RULES.
       0500-END.

       0600-SET-PRODUCT-CONTROL.
           DISPLAY "INSERT THE ACCOUNT TYPE (E.G. CHECKING): "
           ACCEPT WS-ACC-TYPE-IN
           MOVE FUNCTION UPPER-CASE (WS-ACC-TYPE-IN)
                TO WS-ACC-TYPE-IN
           IF WS-ACC-TYPE-IN = SPACES
              DISPLAY "THE ACCOUNT TYPE CANNOT BE BLANK."
              GO TO 0600-END
           END-IF

           DISPLAY "INSERT THE CURRENCY (E.G. USD): "
           ACCEPT WS-CURRENCY-IN
           MOVE FUNCTION UPPER-CASE (WS-CURRENCY-IN)
                TO WS-CURRENCY-IN
           IF WS-CURRENCY-IN = SPACES
              DISPLAY "THE CURRENCY CANNOT BE BLANK."
              GO TO 0600-END
           END-IF

           DISPLAY "GL CONTROL ACCOUNT FOR THIS PRODUCT "
                   "(0 TO REMOVE THE MAPPING): "
           ACCEPT WS-ACCT-NO-IN

           IF WS-ACCT-NO-IN NOT = ZEROES
              PERFORM 0150-OPEN-CHART
              IF CHART-CHECK-STATUS NOT = "00"
                 GO TO 0600-END
              END-IF
              MOVE WS-ACCT-NO-IN TO GL-ACCT-NO
              READ CHART-ACCTS KEY IS GL-ACCT-NO
                 INVALID KEY
                    DISPLAY "THE GL ACCOUNT IS NOT ON THE CHART."
                    CLOSE CHART-ACCTS
                    GO TO 0600-END
              END-READ
              CLOSE CHART-ACCTS
              IF GL-ACCT-TYPE NOT = "LIABILITY"
                 AND GL-ACCT-TYPE NOT = "ASSET"
                 DISPLAY "WARNING: A CONTROL ACCOUNT IS USUALLY AN "
                         "ASSET OR LIABILITY ACCOUNT."
              END-IF
           END-IF

           PERFORM 0170-OPEN-PRODUCTS
           IF GL-PRODUCTS-CHECK-STATUS NOT = "00"
              GO TO 0600-END
           END-IF

           MOVE WS-ACC-TYPE-IN TO GLP-ACC-TYPE
           MOVE WS-CURRENCY-IN TO GLP-CURRENCY
           READ GL-PRODUCTS KEY IS GLP-KEY
              INVALID KEY
                 IF WS-ACCT-NO-IN = ZEROES
                    DISPLAY "THE PRODUCT HAS NO CONTROL ACCOUNT."
                    CLOSE GL-PRODUCTS
                    GO TO 0600-END
                 END-IF
                 MOVE WS-ACC-TYPE-IN TO GLP-ACC-TYPE
                 MOVE WS-CURRENCY-IN TO GLP-CURRENCY
                 MOVE WS-ACCT-NO-IN TO GLP-GL-ACCT
                 MOVE "ACTIVE" TO GLP-STATUS
                 WRITE GLP-DETAILS
              NOT INVALID KEY
                 IF WS-ACCT-NO-IN = ZEROES
                    MOVE "INACTIVE" TO GLP-STATUS
                 ELSE
                    MOVE WS-ACCT-NO-IN TO GLP-GL-ACCT
                    MOVE "ACTIVE" TO GLP-STATUS
                 END-IF
                 REWRITE GLP-DETAILS
           END-READ

           CLOSE GL-PRODUCTS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET GL PRODUCT " WS-ACC-TYPE-IN " "
                  WS-CURRENCY-IN " CONTROL " WS-ACCT-NO-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "PRODUCT CONTROL ACCOUNT STORED FOR "
                   FUNCTION TRIM (WS-ACC-TYPE-IN) " "
                   WS-CURRENCY-IN ".".
       0600-END.

       0700-LIST-PRODUCT-CONTROLS.
           PERFORM 0170-OPEN-PRODUCTS
           IF GL-PRODUCTS-CHECK-STATUS NOT = "00"
              GO TO 0700-END
           END-IF

           MOVE ZEROES TO WS-LIST-COUNT
           MOVE LOW-VALUES TO GLP-KEY
           SET NOT-EOF-PRODUCTS TO TRUE
           START GL-PRODUCTS KEY IS NOT LESS THAN GLP-KEY
              INVALID KEY
                 SET EOF-PRODUCTS TO TRUE
           END-START

           PERFORM UNTIL EOF-PRODUCTS
              READ GL-PRODUCTS NEXT RECORD
                 AT END
                    SET EOF-PRODUCTS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY GLP-ACC-TYPE " " GLP-CURRENCY
                            " CONTROL " GLP-GL-ACCT
                            " (" GLP-STATUS ")"
              END-READ
           END-PERFORM

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO PRODUCT CONTROL ACCOUNTS ON FILE."
           END-IF

           CLOSE GL-PRODUCTS.
       0700-END.

       0750-SET-REG-LINE.
           DISPLAY "INSERT THE REPORT LINE CODE (E.G. BS0100): "
           ACCEPT WS-LINE-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-LINE-CODE-IN)
                TO WS-LINE-CODE-IN
           IF WS-LINE-CODE-IN = SPACES
              DISPLAY "THE LINE CODE CANNOT BE BLANK."
              GO TO 0750-END
           END-IF

           DISPLAY "STATEMENT (BS = BALANCE SHEET, IS = INCOME "
                   "STATEMENT): "
           ACCEPT WS-STATEMENT-IN
           MOVE FUNCTION UPPER-CASE (WS-STATEMENT-IN)
                TO WS-STATEMENT-IN
           IF NOT WS-STATEMENT-VALID
              DISPLAY "INVALID STATEMENT."
              GO TO 0750-END
           END-IF

           DISPLAY "NORMAL BALANCE (D = DEBIT: ASSETS/EXPENSES, "
                   "C = CREDIT: LIABILITIES/EQUITY/INCOME): "
           ACCEPT WS-NORMAL-IN
           MOVE FUNCTION UPPER-CASE (WS-NORMAL-IN) TO WS-NORMAL-IN
           IF NOT WS-NORMAL-VALID
              DISPLAY "INVALID NORMAL BALANCE."
              GO TO 0750-END
           END-IF

           DISPLAY "LINE DESCRIPTION AS ON THE RETURN: "
           ACCEPT WS-LINE-DESC-IN
           MOVE FUNCTION UPPER-CASE (WS-LINE-DESC-IN)
                TO WS-LINE-DESC-IN

           PERFORM 0180-OPEN-REG-LINES
           IF REG-LINES-CHECK-STATUS NOT = "00"
              GO TO 0750-END
           END-IF

           MOVE WS-LINE-CODE-IN TO RL-CODE
           READ REG-LINES KEY IS RL-CODE
              INVALID KEY
                 MOVE WS-LINE-CODE-IN TO RL-CODE
                 MOVE WS-STATEMENT-IN TO RL-STATEMENT
                 MOVE WS-NORMAL-IN TO RL-NORMAL
                 MOVE WS-LINE-DESC-IN TO RL-DESC
                 MOVE "ACTIVE" TO RL-STATUS
                 WRITE RL-DETAILS
              NOT INVALID KEY
                 MOVE WS-STATEMENT-IN TO RL-STATEMENT
                 MOVE WS-NORMAL-IN TO RL-NORMAL
                 MOVE WS-LINE-DESC-IN TO RL-DESC
                 MOVE "ACTIVE" TO RL-STATUS
                 REWRITE RL-DETAILS
           END-READ

           CLOSE REG-LINES

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET REG LINE " WS-LINE-CODE-IN " "
                  WS-STATEMENT-IN " " WS-NORMAL-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "REPORT LINE " WS-LINE-CODE-IN " STORED.".
       0750-END.

       0800-MAP-REG-ACCOUNT.
           DISPLAY "INSERT THE GL ACCOUNT NUMBER: "
           ACCEPT WS-ACCT-NO-IN

           DISPLAY "REPORT LINE CODE (BLANK TO REMOVE THE MAPPING): "
           ACCEPT WS-LINE-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-LINE-CODE-IN)
                TO WS-LINE-CODE-IN

           PERFORM 0150-OPEN-CHART
           IF CHART-CHECK-STATUS NOT = "00"
              GO TO 0800-END
           END-IF
           MOVE WS-ACCT-NO-IN TO GL-ACCT-NO
           READ CHART-ACCTS KEY IS GL-ACCT-NO
              INVALID KEY
                 DISPLAY "THE GL ACCOUNT IS NOT ON THE CHART."
                 CLOSE CHART-ACCTS
                 GO TO 0800-END
           END-READ
           CLOSE CHART-ACCTS

           IF WS-LINE-CODE-IN NOT = SPACES
              PERFORM 0180-OPEN-REG-LINES
              IF REG-LINES-CHECK-STATUS NOT = "00"
                 GO TO 0800-END
              END-IF
              MOVE WS-LINE-CODE-IN TO RL-CODE
              READ REG-LINES KEY IS RL-CODE
                 INVALID KEY
                    DISPLAY "THE REPORT LINE IS NOT DEFINED."
                    CLOSE REG-LINES
                    GO TO 0800-END
              END-READ
              CLOSE REG-LINES
              IF RL-STATEMENT = "BS"
                 AND (GL-ACCT-TYPE = "INCOME"
                      OR GL-ACCT-TYPE = "EXPENSE")
                 DISPLAY "WARNING: AN INCOME/EXPENSE ACCOUNT IS "
                         "BEING MAPPED TO A BALANCE SHEET LINE."
              END-IF
              IF RL-STATEMENT = "IS"
                 AND GL-ACCT-TYPE NOT = "INCOME"
                 AND GL-ACCT-TYPE NOT = "EXPENSE"
                 DISPLAY "WARNING: A BALANCE SHEET ACCOUNT IS "
                         "BEING MAPPED TO AN INCOME STATEMENT LINE."
              END-IF
           END-IF

           PERFORM 0190-OPEN-REG-MAP
           IF REG-MAP-CHECK-STATUS NOT = "00"
              GO TO 0800-END
           END-IF

           MOVE WS-ACCT-NO-IN TO RM-GL-ACCT
           READ REG-MAP KEY IS RM-GL-ACCT
              INVALID KEY
                 IF WS-LINE-CODE-IN = SPACES
                    DISPLAY "THE GL ACCOUNT IS NOT MAPPED."
                    CLOSE REG-MAP
                    GO TO 0800-END
                 END-IF
                 MOVE WS-ACCT-NO-IN TO RM-GL-ACCT
                 MOVE WS-LINE-CODE-IN TO RM-LINE
                 MOVE "ACTIVE" TO RM-STATUS
                 WRITE RM-DETAILS
              NOT INVALID KEY
                 IF WS-LINE-CODE-IN = SPACES
                    MOVE "INACTIVE" TO RM-STATUS
                 ELSE
                    MOVE WS-LINE-CODE-IN TO RM-LINE
                    MOVE "ACTIVE" TO RM-STATUS
                 END-IF
                 REWRITE RM-DETAILS
           END-READ

           CLOSE REG-MAP

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "MAP GL ACCT " WS-ACCT-NO-IN " TO REG LINE "
                  WS-LINE-CODE-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "REGULATORY MAPPING STORED FOR GL ACCOUNT "
                   WS-ACCT-NO-IN ".".
       0800-END.

       0850-LIST-REG-MAPPING.
           PERFORM 0180-OPEN-REG-LINES
           IF REG-LINES-CHECK-STATUS NOT = "00"
              GO TO 0850-END
           END-IF
           PERFORM 0190-OPEN-REG-MAP
           IF REG-MAP-CHECK-STATUS NOT = "00"
              CLOSE REG-LINES
              GO TO 0850-END
           END-IF

           MOVE ZEROES TO WS-LIST-COUNT
           MOVE LOW-VALUES TO RM-GL-ACCT
           SET NOT-EOF-MAP TO TRUE
           START REG-MAP KEY IS NOT LESS THAN RM-GL-ACCT
              INVALID KEY
                 SET EOF-MAP TO TRUE
           END-START

           PERFORM UNTIL EOF-MAP
              READ REG-MAP NEXT RECORD
                 AT END
                    SET EOF-MAP TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    MOVE "(LINE NOT DEFINED)" TO WS-LINE-DESC
                    MOVE RM-LINE TO RL-CODE
                    READ REG-LINES KEY IS RL-CODE
                       NOT INVALID KEY
                          MOVE RL-DESC TO WS-LINE-DESC
                    END-READ
                    DISPLAY RM-GL-ACCT " -> " RM-LINE " "
                            WS-LINE-DESC " (" RM-STATUS ")"
              END-READ
           END-PERFORM

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO GL ACCOUNTS ARE MAPPED TO REPORT LINES."
           END-IF

           CLOSE REG-MAP
           CLOSE REG-LINES.
       0850-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
