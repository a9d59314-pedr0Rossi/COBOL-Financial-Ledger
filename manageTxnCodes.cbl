
           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ADD-OR-UPDATE-CODE THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-CODES
           END-EVALUATE
           MOVE "ACTIVE" TO TC-STATUS
           WRITE TC-DETAILS

           MOVE "LCO" TO TC-CODE
           MOVE "LOAN CHARGE-OFF" TO TC-DESCRIPTION
           MOVE "LOAN" TO TC-CATEGORY
           MOVE "ACTIVE" TO TC-STATUS
           WRITE TC-DETAILS

           MOVE "LRC" TO TC-CODE
           MOVE "LOAN RECOVERY" TO TC-DESCRIPTION
           MOVE "LOAN" TO TC-CATEGORY
           MOVE "ACTIVE" TO TC-STATUS
           WRITE TC-DETAILS

           MOVE "LLP" TO TC-CODE
           MOVE "LOAN LOSS PROVISION" TO TC-DESCRIPTION
           MOVE "LOAN" TO TC-CATEGORY
           MOVE "ACTIVE" TO TC-STATUS
           WRITE TC-DETAILS

           MOVE "ACRD" TO TC-CODE
           MOVE "DEPOSIT INTEREST ACCRUAL" TO TC-DESCRIPTION
           MOVE "INTEREST" TO TC-CATEGORY
           MOVE "ACTIVE" TO TC-STATUS
           WRITE TC-DETAILS

           MOVE "ACRL" TO TC-CODE
           MOVE "LOAN INTEREST ACCRUAL" TO TC-DESCRIPTION
           MOVE "INTEREST" TO TC-CATEGORY
           MOVE "ACTIVE" TO TC-STATUS
           WRITE TC-DETAILS

           MOVE "ODI" TO TC-CODE
           MOVE "OVERDRAFT INTEREST" TO TC-DESCRIPTION
           MOVE "FEE" TO TC-CATEGORY
           MOVE "ACTIVE" TO TC-STATUS
           WRITE TC-DETAILS

           MOVE "ANL" TO TC-CODE
           MOVE "ACCOUNT ANALYSIS FEE" TO TC-DESCRIPTION
           MOVE "FEE" TO TC-CATEGORY
           MOVE "ACTIVE" TO TC-STATUS
           WRITE TC-DETAILS

           MOVE "SCH" TO TC-CODE
           MOVE "SCHEDULED POSTING" TO TC-DESCRIPTION
           MOVE "OTHER" TO TC-CATEGORY
           MOVE "ACTIVE" TO TC-STATUS
           WRITE TC-DETAILS

           MOVE "GWR" TO TC-CODE
           MOVE "GOODWILL REFUND" TO TC-DESCRIPTION
           MOVE "FEE" TO TC-CATEGORY
           MOVE "ACTIVE" TO TC-STATUS
           WRITE TC-DETAILS

           MOVE "MISC" TO TC-CODE
           MOVE "MISCELLANEOUS" TO TC-DESCRIPTION
           MOVE "OTHER" TO TC-CATEGORY
