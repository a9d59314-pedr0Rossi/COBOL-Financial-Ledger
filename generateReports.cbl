                                   VALUE "18 - Deposit Concentration".
           02 WS-REPT-MENU-OPT19   PIC X(29)
                                   VALUE "19 - Teller Productivity".
           02 WS-REPT-MENU-OPT20   PIC X(29)
                                   VALUE "20 - Card Activity".
           02 WS-REPT-MENU-OPT21   PIC X(29)
                                   VALUE "21 - Broken Promises".
           02 WS-REPT-MENU-OPT22   PIC X(29)
                                   VALUE "22 - Charge-Off Register".
           02 WS-REPT-MENU-OPT23   PIC X(29)
                                   VALUE "23 - Loan Loss Allowance".
           02 WS-REPT-MENU-OPT24   PIC X(29)
                                   VALUE "24 - Loan-to-Value".
           02 WS-REPT-MENU-OPT25   PIC X(29)
                                   VALUE "25 - Loan Modification Log".
           02 WS-REPT-MENU-OPT26   PIC X(29)
                                   VALUE "26 - Credit Bureau Extract".
           02 WS-REPT-MENU-OPT27   PIC X(29)
                                   VALUE "27 - POAs Expiring (30 Days)".
           02 WS-REPT-MENU-OPT28   PIC X(29)
                                   VALUE "28 - Notice Delivery".
           02 WS-REPT-MENU-OPT29   PIC X(29)
                                   VALUE "29 - Overdue Complaints".
           02 WS-REPT-MENU-OPT30   PIC X(29)
                                   VALUE "30 - Quarterly Complaints".
           02 WS-REPT-MENU-OPT31   PIC X(29)
                                   VALUE "31 - Watchlist Holds".
           02 WS-REPT-MENU-OPT32   PIC X(29)
                                   VALUE "32 - Insider Activity".
           02 WS-REPT-MENU-OPT33   PIC X(29)
                                   VALUE "33 - Regulatory Fin. Return".
           02 WS-REPT-MENU-OPT34   PIC X(29)
                                   VALUE "34 - Product Profitability".
           02 WS-REPT-MENU-OPT35   PIC X(29)
                                   VALUE "35 - Budget vs Actual".
           02 WS-REPT-MENU-OPT36   PIC X(29)
                                   VALUE "36 - Liquidity Position".
           02 WS-REPT-MENU-OPT37   PIC X(29)
                                   VALUE "37 - FX Open Position".
           02 WS-REPT-MENU-OPT38   PIC X(29)
                                   VALUE "38 - Batch Preview".
           02 WS-REPT-MENU-OPT39   PIC X(29)
                                   VALUE "39 - Customer Attrition".
           02 WS-REPT-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

           DISPLAY WS-REPT-MENU-OPT17
           DISPLAY WS-REPT-MENU-OPT18
           DISPLAY WS-REPT-MENU-OPT19
           DISPLAY WS-REPT-MENU-OPT20
           DISPLAY WS-REPT-MENU-OPT21
           DISPLAY WS-REPT-MENU-OPT22
           DISPLAY WS-REPT-MENU-OPT23
           DISPLAY WS-REPT-MENU-OPT24
           DISPLAY WS-REPT-MENU-OPT25
           DISPLAY WS-REPT-MENU-OPT26
           DISPLAY WS-REPT-MENU-OPT27
           DISPLAY WS-REPT-MENU-OPT28
           DISPLAY WS-REPT-MENU-OPT29
           DISPLAY WS-REPT-MENU-OPT30
           DISPLAY WS-REPT-MENU-OPT31
           DISPLAY WS-REPT-MENU-OPT32
           DISPLAY WS-REPT-MENU-OPT33
           DISPLAY WS-REPT-MENU-OPT34
           DISPLAY WS-REPT-MENU-OPT35
           DISPLAY WS-REPT-MENU-OPT36
           DISPLAY WS-REPT-MENU-OPT37
           DISPLAY WS-REPT-MENU-OPT38
           DISPLAY WS-REPT-MENU-OPT39
           DISPLAY WS-REPT-MENU-OPT0
           DISPLAY WS-REPT-MENU-LINE
           ACCEPT WS-MENU_OPT.
              WHEN 19
                 CALL "tellerProductivity"
                 GO TO 0100-START
              WHEN 20
                 CALL "cardActivityReport"
                 GO TO 0100-START
              WHEN 21
                 CALL "brokenPromiseReport"
                 GO TO 0100-START
              WHEN 22
                 CALL "chargeOffRegister"
                 GO TO 0100-START
              WHEN 23
                 CALL "loanAllowance"
                 GO TO 0100-START
              WHEN 24
                 CALL "ltvReport"
                 GO TO 0100-START
              WHEN 25
                 CALL "loanModReport"
                 GO TO 0100-START
              WHEN 26
                 CALL "bureauExtract"
                 GO TO 0100-START
              WHEN 27
                 CALL "poaExpiryReport"
                 GO TO 0100-START
              WHEN 28
                 CALL "deliveryReport"
                 GO TO 0100-START
              WHEN 29
                 CALL "complaintAging"
                 GO TO 0100-START
              WHEN 30
                 CALL "complaintSummary"
                 GO TO 0100-START
              WHEN 31
                 CALL "screeningReport"
                 GO TO 0100-START
              WHEN 32
                 CALL "insiderReport"
                 GO TO 0100-START
              WHEN 33
                 CALL "regReturn"
                 GO TO 0100-START
              WHEN 34
                 CALL "profitabilityReport"
                 GO TO 0100-START
              WHEN 35
                 CALL "budgetReport"
                 GO TO 0100-START
              WHEN 36
                 CALL "liquidityReport"
                 GO TO 0100-START
              WHEN 37
                 CALL "fxPositionReport"
                 GO TO 0100-START
              WHEN 38
                 CALL "batchPreview"
                 GO TO 0100-START
              WHEN 39
                 CALL "attritionReport"
                 GO TO 0100-START
              WHEN OTHER
                 GO TO 0150-MAIN
           END-EVALUATE.
              ACCEPT WS-SEARCH-ID
           END-IF

           PERFORM 0160-CHECK-CHECKPOINT THRU 0160-END

           DISPLAY "SAVE THIS REPORT TO A FILE TOO? (Y/N)"
           ACCEPT WS-SAVE-TO-FILE
