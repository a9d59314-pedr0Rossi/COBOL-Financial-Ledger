       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageHouseholds.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HOUSEHOLDS ASSIGN TO "households.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HH-ID
           FILE STATUS IS HOUSEHOLDS-CHECK-STATUS.

       SELECT HH-MEMBERS ASSIGN TO "hhmembers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-CUST-ID
           ALTERNATE RECORD KEY IS HM-HH-ID
               WITH DUPLICATES
           FILE STATUS IS HH-MEMBERS-CHECK-STATUS.

       SELECT CUSTOMERS ASSIGN TO "customers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMERS-CHECK-STATUS.

       SELECT BUSINESS-CUST ASSIGN TO "businesscust.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BZ-CUST-ID
           FILE STATUS IS BUSINESS-CUST-CHECK-STATUS.

       SELECT ACCOUNTS ASSIGN TO "accounts.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ID
           FILE STATUS IS ACCOUNTS-CHECK-STATUS.

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

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOUSEHOLDS.
       01  HH-DETAILS.
           05 HH-ID                  PIC 9(6).
           05 HH-NAME                PIC X(30).
           05 HH-HEAD-ID             PIC 9(6).
           05 HH-CREATED             PIC X(10).
           05 HH-STATUS              PIC X(8).

       FD  HH-MEMBERS.
       01  HM-DETAILS.
           05 HM-CUST-ID             PIC 9(6).
           05 HM-HH-ID               PIC 9(6).
           05 HM-OPT-IN              PIC X(1).
           05 HM-ADDED               PIC X(10).

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

       FD  BUSINESS-CUST.
       01  BZ-DETAILS.
           05 BZ-CUST-ID             PIC 9(6).
           05 BZ-ENTITY-TYPE         PIC X(10).
           05 BZ-REG-NO              PIC X(20).
           05 BZ-INCORP-DATE         PIC X(10).
           05 BZ-INDUSTRY            PIC X(6).
           05 BZ-CREATED             PIC X(10).

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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  HOUSEHOLDS-CHECK-STATUS    PIC XX.
       01  HH-MEMBERS-CHECK-STATUS    PIC XX.
       01  CUSTOMERS-CHECK-STATUS     PIC XX.
       01  BUSINESS-CUST-CHECK-STATUS PIC XX.
       01  ACCOUNTS-CHECK-STATUS      PIC XX.
       01  LOANS-CHECK-STATUS         PIC XX.
       01  LOAN-SCHED-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS     PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-EOF-HOUSEHOLDS       PIC X VALUE "N".
           88  EOF-HOUSEHOLDS      VALUE "Y".
           88  NOT-EOF-HOUSEHOLDS  VALUE "N".

       01  WS-EOF-MEMBERS          PIC X VALUE "N".
           88  EOF-MEMBERS         VALUE "Y".
           88  NOT-EOF-MEMBERS     VALUE "N".

       01  WS-EOF-CUSTOMERS        PIC X VALUE "N".
           88  EOF-CUSTOMERS       VALUE "Y".
           88  NOT-EOF-CUSTOMERS   VALUE "N".

       01  WS-EOF-ACCOUNTS         PIC X VALUE "N".
           88  EOF-ACCOUNTS        VALUE "Y".
           88  NOT-EOF-ACCOUNTS    VALUE "N".

       01  WS-EOF-SCHEDULE         PIC X VALUE "N".
           88  EOF-SCHEDULE        VALUE "Y".
           88  NOT-EOF-SCHEDULE    VALUE "N".

       01  WS-MENU-OPT             PIC 9.

       01  WS-HH-ID-IN             PIC 9(6).
       01  WS-CUST-ID-IN           PIC 9(6).
       01  WS-HH-NAME-IN           PIC X(30).
       01  WS-OPT-IN-IN            PIC X.
       01  WS-CONFIRM              PIC X.

       01  WS-CUST-OK              PIC X.
       01  WS-HH-OK                PIC X.
       01  WS-LAST-HH-ID           PIC 9(6).
       01  WS-MEMBER-COUNT         PIC 9(3).
       01  WS-OPTED-COUNT          PIC 9(3).
       01  WS-BUS-OPEN             PIC X.
       01  WS-LOANS-OPEN           PIC X.

       01  WS-BUS-DATE             PIC X(10).
       01  WS-BUS-STATUS           PIC X(6).

       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 20 TIMES.
              10 WS-MEM-ID          PIC 9(6).
              10 WS-MEM-NAME        PIC X(30).
              10 WS-MEM-OPT-IN      PIC X(1).
       01  WS-MEM-USED             PIC 9(3).
       01  WS-MEM-IX               PIC 9(3).
       01  WS-MEM-HIT              PIC X.

       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 3 TIMES.
              10 WS-CCY-CODE         PIC X(3).
              10 WS-CCY-TOTAL        PIC S9(11)V99.
       01  WS-CCY-IX               PIC 9(1).
       01  WS-CCY-HIT              PIC X.

       01  WS-LOAN-TOTAL           PIC S9(11)V99.
       01  WS-OUT-PRINCIPAL        PIC 9(9)V99.
       01  WS-FOUND-DUE            PIC X.
       01  WS-DEPOSIT-COUNT        PIC 9(5).
       01  WS-LOAN-COUNT           PIC 9(5).

       01  WS-SUG-TABLE.
           05 WS-SUG-ENTRY OCCURS 2000 TIMES.
              10 WS-SUG-CUST-ID     PIC 9(6).
              10 WS-SUG-NAME        PIC X(30).
              10 WS-SUG-ADDRESS     PIC X(30).
              10 WS-SUG-POSTAL      PIC X(10).
              10 WS-SUG-HH-ID       PIC 9(6).
              10 WS-SUG-DONE        PIC X(1).
       01  WS-SUG-USED             PIC 9(4).
       01  WS-SUG-IX               PIC 9(4).
       01  WS-SUG-JX               PIC 9(4).
       01  WS-SUG-FULL             PIC X.

       01  WS-GROUP-TABLE.
           05 WS-GROUP-IX OCCURS 20 TIMES PIC 9(4).
       01  WS-GROUP-USED           PIC 9(3).
       01  WS-GROUP-GX             PIC 9(3).
       01  WS-GROUP-NEW            PIC 9(3).
       01  WS-GROUP-TARGET         PIC 9(6).
       01  WS-SUG-GROUPS           PIC 9(5).
       01  WS-SUG-ACCEPTED         PIC 9(5).
       01  WS-SUG-QUIT             PIC X.

       01  WS-HH-MENU.
           02 WS-HH-MENU-LINE     PIC X(38) VALUE
                               "--------------------------------------".
           02 WS-HH-MENU-OPT1     PIC X(38) VALUE
                               "1 - Create Household".
           02 WS-HH-MENU-OPT2     PIC X(38) VALUE
                               "2 - Add Member".
           02 WS-HH-MENU-OPT3     PIC X(38) VALUE
                               "3 - Remove Member".
           02 WS-HH-MENU-OPT4     PIC X(38) VALUE
                               "4 - Combined Mailing Opt-In".
           02 WS-HH-MENU-OPT5     PIC X(38) VALUE
                               "5 - Household Relationship View".
           02 WS-HH-MENU-OPT6     PIC X(38) VALUE
                               "6 - Suggest Households by Address".
           02 WS-HH-MENU-OPT7     PIC X(38) VALUE
                               "7 - Change Head of Household".
           02 WS-HH-MENU-OPT0     PIC X(8)
                               VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-HH-MENU-LINE
           DISPLAY "HOUSEHOLDS"
           DISPLAY WS-HH-MENU-OPT1
           DISPLAY WS-HH-MENU-OPT2
           DISPLAY WS-HH-MENU-OPT3
           DISPLAY WS-HH-MENU-OPT4
           DISPLAY WS-HH-MENU-OPT5
           DISPLAY WS-HH-MENU-OPT6
           DISPLAY WS-HH-MENU-OPT7
           DISPLAY WS-HH-MENU-OPT0
           DISPLAY WS-HH-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 7
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-CREATE-HOUSEHOLD THRU 0200-END
              WHEN 2
                 PERFORM 0300-ADD-MEMBER THRU 0300-END
              WHEN 3
                 PERFORM 0400-REMOVE-MEMBER THRU 0400-END
              WHEN 4
                 PERFORM 0450-SET-OPT-IN THRU 0450-END
              WHEN 5
                 PERFORM 0500-HOUSEHOLD-VIEW THRU 0500-END
              WHEN 6
                 PERFORM 0600-SUGGEST-HOUSEHOLDS THRU 0600-END
              WHEN 7
                 PERFORM 0700-CHANGE-HEAD THRU 0700-END
           END-EVALUATE

           PERFORM 0100-MAIN.
       0100-END.

       0150-OPEN-HOUSEHOLDS.
           OPEN I-O HOUSEHOLDS
           IF HOUSEHOLDS-CHECK-STATUS = "35"
              OPEN OUTPUT HOUSEHOLDS
              CLOSE HOUSEHOLDS
              OPEN I-O HOUSEHOLDS
           END-IF

           IF HOUSEHOLDS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE HOUSEHOLDS FILE: "
                      HOUSEHOLDS-CHECK-STATUS
           END-IF.
       0150-END.

       0160-OPEN-MEMBERS.
           OPEN I-O HH-MEMBERS
           IF HH-MEMBERS-CHECK-STATUS = "35"
              OPEN OUTPUT HH-MEMBERS
              CLOSE HH-MEMBERS
              OPEN I-O HH-MEMBERS
           END-IF

           IF HH-MEMBERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE HOUSEHOLD MEMBERS FILE: "
                      HH-MEMBERS-CHECK-STATUS
           END-IF.
       0160-END.

       0170-CHECK-CUSTOMER.
           MOVE "N" TO WS-CUST-OK

           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CUSTOMERS FILE: "
                      CUSTOMERS-CHECK-STATUS
              GO TO 0170-END
           END-IF

           MOVE WS-CUST-ID-IN TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "CUSTOMER " WS-CUST-ID-IN " IS NOT ON FILE."
                 CLOSE CUSTOMERS
                 GO TO 0170-END
           END-READ
           CLOSE CUSTOMERS

           OPEN INPUT BUSINESS-CUST
           IF BUSINESS-CUST-CHECK-STATUS = "00"
              MOVE WS-CUST-ID-IN TO BZ-CUST-ID
              READ BUSINESS-CUST KEY IS BZ-CUST-ID
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER " WS-CUST-ID-IN " IS A "
                            "BUSINESS - HOUSEHOLDS ARE FOR "
                            "INDIVIDUALS."
                    CLOSE BUSINESS-CUST
                    GO TO 0170-END
              END-READ
              CLOSE BUSINESS-CUST
           END-IF

           MOVE "Y" TO WS-CUST-OK.
       0170-END.

       0180-READ-HOUSEHOLD.
           MOVE "N" TO WS-HH-OK

           MOVE WS-HH-ID-IN TO HH-ID
           READ HOUSEHOLDS KEY IS HH-ID
              INVALID KEY
                 DISPLAY "HOUSEHOLD " WS-HH-ID-IN " IS NOT ON FILE."
                 GO TO 0180-END
           END-READ

           IF HH-STATUS NOT = "ACTIVE"
              DISPLAY "HOUSEHOLD " WS-HH-ID-IN " IS " HH-STATUS "."
              GO TO 0180-END
           END-IF

           MOVE "Y" TO WS-HH-OK.
       0180-END.

       0190-PROMPT-OPT-IN.
           DISPLAY "HAS THE CUSTOMER OPTED IN TO COMBINED HOUSEHOLD "
                   "MAILINGS? (Y/N): "
           ACCEPT WS-OPT-IN-IN
           MOVE FUNCTION UPPER-CASE (WS-OPT-IN-IN) TO WS-OPT-IN-IN
           IF WS-OPT-IN-IN NOT = "Y"
              MOVE "N" TO WS-OPT-IN-IN
           END-IF.
       0190-END.

       0200-CREATE-HOUSEHOLD.
           DISPLAY "INSERT THE HEAD OF HOUSEHOLD CUSTOMER ID: "
           ACCEPT WS-CUST-ID-IN

           PERFORM 0170-CHECK-CUSTOMER THRU 0170-END
           IF WS-CUST-OK NOT = "Y"
              GO TO 0200-END
           END-IF

           PERFORM 0160-OPEN-MEMBERS THRU 0160-END
           IF HH-MEMBERS-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           MOVE WS-CUST-ID-IN TO HM-CUST-ID
           READ HH-MEMBERS KEY IS HM-CUST-ID
              NOT INVALID KEY
                 DISPLAY "CUSTOMER " WS-CUST-ID-IN " ALREADY BELONGS "
                         "TO HOUSEHOLD " HM-HH-ID "."
                 CLOSE HH-MEMBERS
                 GO TO 0200-END
           END-READ

           DISPLAY "INSERT THE HOUSEHOLD NAME FOR MAILINGS (BLANK FOR "
                   CUST-NAME "): "
           MOVE SPACES TO WS-HH-NAME-IN
           ACCEPT WS-HH-NAME-IN
           IF WS-HH-NAME-IN = SPACES
              MOVE CUST-NAME TO WS-HH-NAME-IN
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-HH-NAME-IN) TO WS-HH-NAME-IN

           PERFORM 0210-NEW-HOUSEHOLD THRU 0210-END
           IF WS-HH-ID-IN = ZEROES
              CLOSE HH-MEMBERS
              GO TO 0200-END
           END-IF

           PERFORM 0190-PROMPT-OPT-IN THRU 0190-END
           PERFORM 0260-WRITE-MEMBER THRU 0260-END

           CLOSE HH-MEMBERS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CREATED HOUSEHOLD " WS-HH-ID-IN " HEAD CUST "
                  WS-CUST-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           DISPLAY "HOUSEHOLD " WS-HH-ID-IN " CREATED.".
       0200-END.

       0210-NEW-HOUSEHOLD.
           MOVE ZEROES TO WS-HH-ID-IN

           PERFORM 0150-OPEN-HOUSEHOLDS THRU 0150-END
           IF HOUSEHOLDS-CHECK-STATUS NOT = "00"
              GO TO 0210-END
           END-IF

           MOVE ZEROES TO WS-LAST-HH-ID
           MOVE ZEROES TO HH-ID
           SET NOT-EOF-HOUSEHOLDS TO TRUE
           START HOUSEHOLDS KEY IS NOT LESS THAN HH-ID
              INVALID KEY
                 SET EOF-HOUSEHOLDS TO TRUE
           END-START

           PERFORM UNTIL EOF-HOUSEHOLDS
              READ HOUSEHOLDS NEXT RECORD
                 AT END
                    SET EOF-HOUSEHOLDS TO TRUE
                 NOT AT END
                    MOVE HH-ID TO WS-LAST-HH-ID
              END-READ
           END-PERFORM

           COMPUTE HH-ID = WS-LAST-HH-ID + 1
           MOVE WS-HH-NAME-IN TO HH-NAME
           MOVE WS-CUST-ID-IN TO HH-HEAD-ID
           MOVE WS-BUS-DATE TO HH-CREATED
           MOVE "ACTIVE" TO HH-STATUS

           WRITE HH-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING THE HOUSEHOLD RECORD."
                 CLOSE HOUSEHOLDS
                 GO TO 0210-END
           END-WRITE

           MOVE HH-ID TO WS-HH-ID-IN
           CLOSE HOUSEHOLDS.
       0210-END.

       0260-WRITE-MEMBER.
           MOVE WS-CUST-ID-IN TO HM-CUST-ID
           MOVE WS-HH-ID-IN TO HM-HH-ID
           MOVE WS-OPT-IN-IN TO HM-OPT-IN
           MOVE WS-BUS-DATE TO HM-ADDED

           WRITE HM-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING THE MEMBER RECORD FOR "
                         WS-CUST-ID-IN "."
           END-WRITE.
       0260-END.

       0270-COUNT-MEMBERS.
           MOVE ZEROES TO WS-MEMBER-COUNT
           MOVE ZEROES TO WS-OPTED-COUNT

           MOVE WS-HH-ID-IN TO HM-HH-ID
           SET NOT-EOF-MEMBERS TO TRUE
           START HH-MEMBERS KEY IS = HM-HH-ID
              INVALID KEY
                 SET EOF-MEMBERS TO TRUE
           END-START

           PERFORM UNTIL EOF-MEMBERS
              READ HH-MEMBERS NEXT RECORD
                 AT END
                    SET EOF-MEMBERS TO TRUE
                 NOT AT END
                    IF HM-HH-ID NOT = WS-HH-ID-IN
                       SET EOF-MEMBERS TO TRUE
                    ELSE
                       ADD 1 TO WS-MEMBER-COUNT
                       IF HM-OPT-IN = "Y"
                          ADD 1 TO WS-OPTED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0270-END.

       0300-ADD-MEMBER.
           DISPLAY "INSERT THE HOUSEHOLD ID: "
           ACCEPT WS-HH-ID-IN

           OPEN INPUT HOUSEHOLDS
           IF HOUSEHOLDS-CHECK-STATUS NOT = "00"
              DISPLAY "NO HOUSEHOLDS ON FILE."
              GO TO 0300-END
           END-IF
           PERFORM 0180-READ-HOUSEHOLD THRU 0180-END
           CLOSE HOUSEHOLDS
           IF WS-HH-OK NOT = "Y"
              GO TO 0300-END
           END-IF

           DISPLAY "HOUSEHOLD: " HH-NAME

           DISPLAY "INSERT THE CUSTOMER ID TO ADD: "
           ACCEPT WS-CUST-ID-IN

           PERFORM 0170-CHECK-CUSTOMER THRU 0170-END
           IF WS-CUST-OK NOT = "Y"
              GO TO 0300-END
           END-IF

           PERFORM 0160-OPEN-MEMBERS THRU 0160-END
           IF HH-MEMBERS-CHECK-STATUS NOT = "00"
              GO TO 0300-END
           END-IF

           MOVE WS-CUST-ID-IN TO HM-CUST-ID
           READ HH-MEMBERS KEY IS HM-CUST-ID
              NOT INVALID KEY
                 DISPLAY "CUSTOMER " WS-CUST-ID-IN " ALREADY BELONGS "
                         "TO HOUSEHOLD " HM-HH-ID "."
                 CLOSE HH-MEMBERS
                 GO TO 0300-END
           END-READ

           DISPLAY "ADDING " CUST-NAME
           PERFORM 0190-PROMPT-OPT-IN THRU 0190-END
           PERFORM 0260-WRITE-MEMBER THRU 0260-END

           CLOSE HH-MEMBERS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED CUST " WS-CUST-ID-IN " TO HOUSEHOLD "
                  WS-HH-ID-IN " OPT-IN " WS-OPT-IN-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           DISPLAY "MEMBER ADDED.".
       0300-END.

       0400-REMOVE-MEMBER.
           DISPLAY "INSERT THE CUSTOMER ID TO REMOVE: "
           ACCEPT WS-CUST-ID-IN

           PERFORM 0160-OPEN-MEMBERS THRU 0160-END
           IF HH-MEMBERS-CHECK-STATUS NOT = "00"
              GO TO 0400-END
           END-IF

           MOVE WS-CUST-ID-IN TO HM-CUST-ID
           READ HH-MEMBERS KEY IS HM-CUST-ID
              INVALID KEY
                 DISPLAY "CUSTOMER " WS-CUST-ID-IN " DOES NOT BELONG "
                         "TO A HOUSEHOLD."
                 CLOSE HH-MEMBERS
                 GO TO 0400-END
           END-READ

           MOVE HM-HH-ID TO WS-HH-ID-IN

           PERFORM 0150-OPEN-HOUSEHOLDS THRU 0150-END
           IF HOUSEHOLDS-CHECK-STATUS NOT = "00"
              CLOSE HH-MEMBERS
              GO TO 0400-END
           END-IF

           MOVE "Y" TO WS-HH-OK
           MOVE WS-HH-ID-IN TO HH-ID
           READ HOUSEHOLDS KEY IS HH-ID
              INVALID KEY
                 MOVE "N" TO WS-HH-OK
                 MOVE ZEROES TO HH-HEAD-ID
           END-READ

           PERFORM 0270-COUNT-MEMBERS THRU 0270-END

           IF HH-HEAD-ID = WS-CUST-ID-IN AND WS-MEMBER-COUNT > 1
              DISPLAY "THIS CUSTOMER IS THE HEAD OF HOUSEHOLD "
                      WS-HH-ID-IN " - CHANGE THE HEAD FIRST."
              CLOSE HOUSEHOLDS
              CLOSE HH-MEMBERS
              GO TO 0400-END
           END-IF

           DISPLAY "REMOVE CUSTOMER " WS-CUST-ID-IN " FROM HOUSEHOLD "
                   WS-HH-ID-IN "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
              CLOSE HOUSEHOLDS
              CLOSE HH-MEMBERS
              GO TO 0400-END
           END-IF

           MOVE WS-CUST-ID-IN TO HM-CUST-ID
           DELETE HH-MEMBERS RECORD
              INVALID KEY
                 DISPLAY "ERROR REMOVING THE MEMBER RECORD."
                 CLOSE HOUSEHOLDS
                 CLOSE HH-MEMBERS
                 GO TO 0400-END
           END-DELETE

           IF WS-MEMBER-COUNT < 2 AND WS-HH-OK = "Y"
              MOVE "CLOSED" TO HH-STATUS
              REWRITE HH-DETAILS
                 INVALID KEY
                    DISPLAY "ERROR CLOSING THE HOUSEHOLD RECORD."
              END-REWRITE
              DISPLAY "HOUSEHOLD " WS-HH-ID-IN " HAS NO MEMBERS LEFT "
                      "AND IS NOW CLOSED."
           END-IF

           CLOSE HOUSEHOLDS
           CLOSE HH-MEMBERS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED CUST " WS-CUST-ID-IN " FROM HOUSEHOLD "
                  WS-HH-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           DISPLAY "MEMBER REMOVED.".
       0400-END.

       0450-SET-OPT-IN.
           DISPLAY "INSERT THE CUSTOMER ID: "
           ACCEPT WS-CUST-ID-IN

           PERFORM 0160-OPEN-MEMBERS THRU 0160-END
           IF HH-MEMBERS-CHECK-STATUS NOT = "00"
              GO TO 0450-END
           END-IF

           MOVE WS-CUST-ID-IN TO HM-CUST-ID
           READ HH-MEMBERS KEY IS HM-CUST-ID
              INVALID KEY
                 DISPLAY "CUSTOMER " WS-CUST-ID-IN " DOES NOT BELONG "
                         "TO A HOUSEHOLD."
                 CLOSE HH-MEMBERS
                 GO TO 0450-END
           END-READ

           DISPLAY "HOUSEHOLD " HM-HH-ID " - CURRENT OPT-IN: "
                   HM-OPT-IN
           PERFORM 0190-PROMPT-OPT-IN THRU 0190-END

           MOVE WS-OPT-IN-IN TO HM-OPT-IN
           REWRITE HM-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING THE MEMBER RECORD."
                 CLOSE HH-MEMBERS
                 GO TO 0450-END
           END-REWRITE

           MOVE HM-HH-ID TO WS-HH-ID-IN
           PERFORM 0270-COUNT-MEMBERS THRU 0270-END
           CLOSE HH-MEMBERS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "MAIL OPT-IN " WS-OPT-IN-IN " FOR CUST "
                  WS-CUST-ID-IN " HOUSEHOLD " WS-HH-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           IF WS-MEMBER-COUNT > 1
              AND WS-OPTED-COUNT = WS-MEMBER-COUNT
              DISPLAY "ALL MEMBERS HAVE OPTED IN - THE HOUSEHOLD WILL "
                      "RECEIVE ONE COMBINED ENVELOPE."
           ELSE
              DISPLAY WS-OPTED-COUNT " OF " WS-MEMBER-COUNT
                      " MEMBER(S) OPTED IN - MAIL STAYS INDIVIDUAL."
           END-IF.
       0450-END.

       0500-HOUSEHOLD-VIEW.
           DISPLAY "INSERT THE HOUSEHOLD ID: "
           ACCEPT WS-HH-ID-IN

           OPEN INPUT HOUSEHOLDS
           IF HOUSEHOLDS-CHECK-STATUS NOT = "00"
              DISPLAY "NO HOUSEHOLDS ON FILE."
              GO TO 0500-END
           END-IF

           MOVE WS-HH-ID-IN TO HH-ID
           READ HOUSEHOLDS KEY IS HH-ID
              INVALID KEY
                 DISPLAY "HOUSEHOLD " WS-HH-ID-IN " IS NOT ON FILE."
                 CLOSE HOUSEHOLDS
                 GO TO 0500-END
           END-READ
           CLOSE HOUSEHOLDS

           OPEN INPUT HH-MEMBERS
           IF HH-MEMBERS-CHECK-STATUS NOT = "00"
              DISPLAY "NO HOUSEHOLD MEMBERS ON FILE."
              GO TO 0500-END
           END-IF

           OPEN INPUT CUSTOMERS

           MOVE ZEROES TO WS-MEM-USED
           MOVE ZEROES TO WS-MEMBER-COUNT
           MOVE ZEROES TO WS-OPTED-COUNT
           MOVE WS-HH-ID-IN TO HM-HH-ID
           SET NOT-EOF-MEMBERS TO TRUE
           START HH-MEMBERS KEY IS = HM-HH-ID
              INVALID KEY
                 SET EOF-MEMBERS TO TRUE
           END-START

           PERFORM UNTIL EOF-MEMBERS
              READ HH-MEMBERS NEXT RECORD
                 AT END
                    SET EOF-MEMBERS TO TRUE
                 NOT AT END
                    IF HM-HH-ID NOT = WS-HH-ID-IN
                       SET EOF-MEMBERS TO TRUE
                    ELSE
                       ADD 1 TO WS-MEMBER-COUNT
                       IF HM-OPT-IN = "Y"
                          ADD 1 TO WS-OPTED-COUNT
                       END-IF
                       IF WS-MEM-USED < 20
                          ADD 1 TO WS-MEM-USED
                          MOVE HM-CUST-ID TO WS-MEM-ID(WS-MEM-USED)
                          MOVE HM-OPT-IN
                             TO WS-MEM-OPT-IN(WS-MEM-USED)
                          MOVE SPACES TO WS-MEM-NAME(WS-MEM-USED)
                          IF CUSTOMERS-CHECK-STATUS = "00"
                             MOVE HM-CUST-ID TO CUST-ID
                             READ CUSTOMERS KEY IS CUST-ID
                                NOT INVALID KEY
                                   MOVE CUST-NAME
                                     TO WS-MEM-NAME(WS-MEM-USED)
                             END-READ
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HH-MEMBERS
           IF CUSTOMERS-CHECK-STATUS = "00"
              CLOSE CUSTOMERS
           END-IF

           DISPLAY WS-HH-MENU-LINE
           DISPLAY "HOUSEHOLD " HH-ID " - " HH-NAME " " HH-STATUS
           DISPLAY "HEAD OF HOUSEHOLD " HH-HEAD-ID
                   "   CREATED " HH-CREATED
           IF WS-MEMBER-COUNT > 1
              AND WS-OPTED-COUNT = WS-MEMBER-COUNT
              DISPLAY "COMBINED MAILING: YES"
           ELSE
              DISPLAY "COMBINED MAILING: NO (" WS-OPTED-COUNT " OF "
                      WS-MEMBER-COUNT " OPTED IN)"
           END-IF
           DISPLAY "MEMBERS:"
           PERFORM VARYING WS-MEM-IX FROM 1 BY 1
              UNTIL WS-MEM-IX > WS-MEM-USED
              DISPLAY "  " WS-MEM-ID(WS-MEM-IX) " "
                      WS-MEM-NAME(WS-MEM-IX) " OPT-IN "
                      WS-MEM-OPT-IN(WS-MEM-IX)
           END-PERFORM
           IF WS-MEMBER-COUNT > WS-MEM-USED
              DISPLAY "  (ONLY THE FIRST 20 MEMBERS ARE SHOWN)"
           END-IF

           IF WS-MEM-USED = ZEROES
              DISPLAY "THIS HOUSEHOLD HAS NO MEMBERS."
              GO TO 0500-END
           END-IF

           MOVE "USD" TO WS-CCY-CODE(1)
           MOVE "EUR" TO WS-CCY-CODE(2)
           MOVE "GBP" TO WS-CCY-CODE(3)
           MOVE ZEROES TO WS-CCY-TOTAL(1)
           MOVE ZEROES TO WS-CCY-TOTAL(2)
           MOVE ZEROES TO WS-CCY-TOTAL(3)
           MOVE ZEROES TO WS-LOAN-TOTAL
           MOVE ZEROES TO WS-DEPOSIT-COUNT
           MOVE ZEROES TO WS-LOAN-COUNT

           OPEN INPUT ACCOUNTS
           IF ACCOUNTS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACCOUNTS FILE: "
                      ACCOUNTS-CHECK-STATUS
              GO TO 0500-END
           END-IF

           MOVE "N" TO WS-LOANS-OPEN
           OPEN INPUT LOANS
           IF LOANS-CHECK-STATUS = "00"
              OPEN INPUT LOAN-SCHEDULE
              IF LOAN-SCHED-CHECK-STATUS = "00"
                 MOVE "Y" TO WS-LOANS-OPEN
              ELSE
                 CLOSE LOANS
              END-IF
           END-IF

           DISPLAY "ACCOUNTS:"
           SET NOT-EOF-ACCOUNTS TO TRUE
           PERFORM UNTIL EOF-ACCOUNTS
              READ ACCOUNTS NEXT RECORD
                 AT END
                    SET EOF-ACCOUNTS TO TRUE
                 NOT AT END
                    PERFORM 0520-VIEW-ACCOUNT THRU 0520-END
              END-READ
           END-PERFORM

           CLOSE ACCOUNTS
           IF WS-LOANS-OPEN = "Y"
              CLOSE LOANS
              CLOSE LOAN-SCHEDULE
           END-IF

           DISPLAY "HOUSEHOLD DEPOSITS (" WS-DEPOSIT-COUNT
                   " ACCOUNTS) BY CURRENCY:"
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
              UNTIL WS-CCY-IX > 3
              IF WS-CCY-TOTAL(WS-CCY-IX) NOT = ZEROES
                 DISPLAY "  " WS-CCY-CODE(WS-CCY-IX) " "
                         WS-CCY-TOTAL(WS-CCY-IX)
              END-IF
           END-PERFORM
           DISPLAY "HOUSEHOLD LOANS OUTSTANDING (" WS-LOAN-COUNT
                   " LOANS): " WS-LOAN-TOTAL.
       0500-END.

       0520-VIEW-ACCOUNT.
           IF FS-STATUS = "CLOSED"
              GO TO 0520-END
           END-IF

           MOVE "N" TO WS-MEM-HIT
           PERFORM VARYING WS-MEM-IX FROM 1 BY 1
              UNTIL WS-MEM-HIT = "Y" OR WS-MEM-IX > WS-MEM-USED
              IF WS-MEM-ID(WS-MEM-IX) = FS-CUST-ID
                 MOVE "Y" TO WS-MEM-HIT
              END-IF
           END-PERFORM

           IF WS-MEM-HIT NOT = "Y"
              GO TO 0520-END
           END-IF

           IF WS-LOANS-OPEN = "Y"
              MOVE FS-ID TO LN-ACC-ID
              READ LOANS KEY IS LN-ACC-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LN-STATUS = "ACTIVE"
                       PERFORM 0550-OUTSTANDING-PRINCIPAL
                          THRU 0550-END
                       ADD 1 TO WS-LOAN-COUNT
                       ADD WS-OUT-PRINCIPAL TO WS-LOAN-TOTAL
                       DISPLAY "  " FS-CUST-ID " " FS-ID " LOAN "
                               FS-TYPE " OUTSTANDING "
                               WS-OUT-PRINCIPAL
                       GO TO 0520-END
                    END-IF
              END-READ
           END-IF

           ADD 1 TO WS-DEPOSIT-COUNT
           MOVE "N" TO WS-CCY-HIT
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
              UNTIL WS-CCY-HIT = "Y" OR WS-CCY-IX > 3
              IF WS-CCY-CODE(WS-CCY-IX) = FS-CURRENCY
                 ADD FS-BALANCE TO WS-CCY-TOTAL(WS-CCY-IX)
                 MOVE "Y" TO WS-CCY-HIT
              END-IF
           END-PERFORM

           DISPLAY "  " FS-CUST-ID " " FS-ID " " FS-TYPE " "
                   FS-STATUS " " FS-BALANCE " " FS-CURRENCY.
       0520-END.

       0550-OUTSTANDING-PRINCIPAL.
           MOVE ZEROES TO WS-OUT-PRINCIPAL
           MOVE "N" TO WS-FOUND-DUE
           MOVE LN-ACC-ID TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
              INVALID KEY
                 SET EOF-SCHEDULE TO TRUE
           END-START

           PERFORM UNTIL EOF-SCHEDULE OR WS-FOUND-DUE = "Y"
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-SCHEDULE TO TRUE
                 NOT AT END
                    IF LSC-ACC-ID NOT = LN-ACC-ID
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          MOVE "Y" TO WS-FOUND-DUE
                          COMPUTE WS-OUT-PRINCIPAL =
                                  LSC-BALANCE-AFTER + LSC-PRINCIPAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0550-END.

       0600-SUGGEST-HOUSEHOLDS.
           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CUSTOMERS FILE: "
                      CUSTOMERS-CHECK-STATUS
              GO TO 0600-END
           END-IF

           PERFORM 0160-OPEN-MEMBERS THRU 0160-END
           IF HH-MEMBERS-CHECK-STATUS NOT = "00"
              CLOSE CUSTOMERS
              GO TO 0600-END
           END-IF

           MOVE "N" TO WS-BUS-OPEN
           OPEN INPUT BUSINESS-CUST
           IF BUSINESS-CUST-CHECK-STATUS = "00"
              MOVE "Y" TO WS-BUS-OPEN
           END-IF

           MOVE ZEROES TO WS-SUG-USED
           MOVE "N" TO WS-SUG-FULL
           SET NOT-EOF-CUSTOMERS TO TRUE
           PERFORM UNTIL EOF-CUSTOMERS
              READ CUSTOMERS NEXT RECORD
                 AT END
                    SET EOF-CUSTOMERS TO TRUE
                 NOT AT END
                    PERFORM 0610-LOAD-CANDIDATE THRU 0610-END
              END-READ
           END-PERFORM

           CLOSE CUSTOMERS
           IF WS-BUS-OPEN = "Y"
              CLOSE BUSINESS-CUST
           END-IF

           IF WS-SUG-FULL = "Y"
              DISPLAY "ONLY THE FIRST 2000 CUSTOMERS WITH AN ADDRESS "
                      "WERE COMPARED."
           END-IF

           MOVE ZEROES TO WS-SUG-GROUPS
           MOVE ZEROES TO WS-SUG-ACCEPTED
           MOVE "N" TO WS-SUG-QUIT
           PERFORM VARYING WS-SUG-IX FROM 1 BY 1
              UNTIL WS-SUG-IX > WS-SUG-USED OR WS-SUG-QUIT = "Y"
              IF WS-SUG-DONE(WS-SUG-IX) = "N"
                 PERFORM 0620-SUGGEST-GROUP THRU 0620-END
              END-IF
           END-PERFORM

           CLOSE HH-MEMBERS

           DISPLAY "ADDRESS MATCHES SUGGESTED: " WS-SUG-GROUPS
                   "   CONFIRMED: " WS-SUG-ACCEPTED.
       0600-END.

       0610-LOAD-CANDIDATE.
           IF CUST-ADDRESS = SPACES OR CUST-POSTAL-CODE = SPACES
              GO TO 0610-END
           END-IF

           IF WS-BUS-OPEN = "Y"
              MOVE CUST-ID TO BZ-CUST-ID
              READ BUSINESS-CUST KEY IS BZ-CUST-ID
                 NOT INVALID KEY
                    GO TO 0610-END
              END-READ
           END-IF

           IF WS-SUG-USED = 2000
              MOVE "Y" TO WS-SUG-FULL
              GO TO 0610-END
           END-IF

           ADD 1 TO WS-SUG-USED
           MOVE CUST-ID TO WS-SUG-CUST-ID(WS-SUG-USED)
           MOVE CUST-NAME TO WS-SUG-NAME(WS-SUG-USED)
           MOVE FUNCTION UPPER-CASE (CUST-ADDRESS)
              TO WS-SUG-ADDRESS(WS-SUG-USED)
           MOVE FUNCTION UPPER-CASE (CUST-POSTAL-CODE)
              TO WS-SUG-POSTAL(WS-SUG-USED)
           MOVE ZEROES TO WS-SUG-HH-ID(WS-SUG-USED)
           MOVE "N" TO WS-SUG-DONE(WS-SUG-USED)

           MOVE CUST-ID TO HM-CUST-ID
           READ HH-MEMBERS KEY IS HM-CUST-ID
              NOT INVALID KEY
                 MOVE HM-HH-ID TO WS-SUG-HH-ID(WS-SUG-USED)
           END-READ.
       0610-END.

       0620-SUGGEST-GROUP.
           MOVE ZEROES TO WS-GROUP-USED
           MOVE ZEROES TO WS-GROUP-NEW
           MOVE ZEROES TO WS-GROUP-TARGET

           PERFORM VARYING WS-SUG-JX FROM WS-SUG-IX BY 1
              UNTIL WS-SUG-JX > WS-SUG-USED
              IF WS-SUG-DONE(WS-SUG-JX) = "N"
                 AND WS-SUG-ADDRESS(WS-SUG-JX)
                     = WS-SUG-ADDRESS(WS-SUG-IX)
                 AND WS-SUG-POSTAL(WS-SUG-JX)
                     = WS-SUG-POSTAL(WS-SUG-IX)
                 MOVE "Y" TO WS-SUG-DONE(WS-SUG-JX)
                 IF WS-GROUP-USED < 20
                    ADD 1 TO WS-GROUP-USED
                    MOVE WS-SUG-JX TO WS-GROUP-IX(WS-GROUP-USED)
                    IF WS-SUG-HH-ID(WS-SUG-JX) = ZEROES
                       ADD 1 TO WS-GROUP-NEW
                    ELSE
                       IF WS-GROUP-TARGET = ZEROES
                          MOVE WS-SUG-HH-ID(WS-SUG-JX)
                            TO WS-GROUP-TARGET
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-GROUP-USED < 2 OR WS-GROUP-NEW = ZEROES
              GO TO 0620-END
           END-IF

           ADD 1 TO WS-SUG-GROUPS
           DISPLAY WS-HH-MENU-LINE
           DISPLAY "CUSTOMERS AT " WS-SUG-ADDRESS(WS-SUG-IX) " "
                   WS-SUG-POSTAL(WS-SUG-IX) ":"
           PERFORM VARYING WS-GROUP-GX FROM 1 BY 1
              UNTIL WS-GROUP-GX > WS-GROUP-USED
              MOVE WS-GROUP-IX(WS-GROUP-GX) TO WS-SUG-JX
              IF WS-SUG-HH-ID(WS-SUG-JX) = ZEROES
                 DISPLAY "  " WS-SUG-CUST-ID(WS-SUG-JX) " "
                         WS-SUG-NAME(WS-SUG-JX) " (NO HOUSEHOLD)"
              ELSE
                 DISPLAY "  " WS-SUG-CUST-ID(WS-SUG-JX) " "
                         WS-SUG-NAME(WS-SUG-JX) " HOUSEHOLD "
                         WS-SUG-HH-ID(WS-SUG-JX)
              END-IF
           END-PERFORM

           IF WS-GROUP-TARGET = ZEROES
              DISPLAY "CREATE A HOUSEHOLD FOR THESE CUSTOMERS? "
                      "(Y/N, Q TO STOP): "
           ELSE
              DISPLAY "ADD THE CUSTOMERS WITH NO HOUSEHOLD TO "
                      "HOUSEHOLD " WS-GROUP-TARGET "? "
                      "(Y/N, Q TO STOP): "
           END-IF
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM = "Q"
              MOVE "Y" TO WS-SUG-QUIT
              GO TO 0620-END
           END-IF

           IF WS-CONFIRM NOT = "Y"
              GO TO 0620-END
           END-IF

           IF WS-GROUP-TARGET = ZEROES
              MOVE WS-GROUP-IX(1) TO WS-SUG-JX
              MOVE WS-SUG-CUST-ID(WS-SUG-JX) TO WS-CUST-ID-IN
              DISPLAY "INSERT THE HOUSEHOLD NAME FOR MAILINGS (BLANK "
                      "FOR " WS-SUG-NAME(WS-SUG-JX) "): "
              MOVE SPACES TO WS-HH-NAME-IN
              ACCEPT WS-HH-NAME-IN
              IF WS-HH-NAME-IN = SPACES
                 MOVE WS-SUG-NAME(WS-SUG-JX) TO WS-HH-NAME-IN
              END-IF
              MOVE FUNCTION UPPER-CASE (WS-HH-NAME-IN)
                 TO WS-HH-NAME-IN
              PERFORM 0210-NEW-HOUSEHOLD THRU 0210-END
              IF WS-HH-ID-IN = ZEROES
                 GO TO 0620-END
              END-IF
           ELSE
              MOVE WS-GROUP-TARGET TO WS-HH-ID-IN
              OPEN INPUT HOUSEHOLDS
              IF HOUSEHOLDS-CHECK-STATUS NOT = "00"
                 DISPLAY "NO HOUSEHOLDS ON FILE."
                 GO TO 0620-END
              END-IF
              PERFORM 0180-READ-HOUSEHOLD THRU 0180-END
              CLOSE HOUSEHOLDS
              IF WS-HH-OK NOT = "Y"
                 GO TO 0620-END
              END-IF
           END-IF

           MOVE "N" TO WS-OPT-IN-IN
           PERFORM VARYING WS-GROUP-GX FROM 1 BY 1
              UNTIL WS-GROUP-GX > WS-GROUP-USED
              MOVE WS-GROUP-IX(WS-GROUP-GX) TO WS-SUG-JX
              IF WS-SUG-HH-ID(WS-SUG-JX) = ZEROES
                 MOVE WS-SUG-CUST-ID(WS-SUG-JX) TO WS-CUST-ID-IN
                 PERFORM 0260-WRITE-MEMBER THRU 0260-END
                 MOVE WS-HH-ID-IN TO WS-SUG-HH-ID(WS-SUG-JX)
              END-IF
           END-PERFORM

           ADD 1 TO WS-SUG-ACCEPTED

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDRESS MATCH ADDED " WS-GROUP-NEW
                  " CUST(S) TO HOUSEHOLD " WS-HH-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           DISPLAY "HOUSEHOLD " WS-HH-ID-IN " UPDATED - RECORD EACH "
                   "MEMBER'S MAILING OPT-IN WITH OPTION 4.".
       0620-END.

       0700-CHANGE-HEAD.
           DISPLAY "INSERT THE HOUSEHOLD ID: "
           ACCEPT WS-HH-ID-IN

           PERFORM 0150-OPEN-HOUSEHOLDS THRU 0150-END
           IF HOUSEHOLDS-CHECK-STATUS NOT = "00"
              GO TO 0700-END
           END-IF

           PERFORM 0180-READ-HOUSEHOLD THRU 0180-END
           IF WS-HH-OK NOT = "Y"
              CLOSE HOUSEHOLDS
              GO TO 0700-END
           END-IF

           DISPLAY "HOUSEHOLD: " HH-NAME "   CURRENT HEAD " HH-HEAD-ID
           DISPLAY "INSERT THE NEW HEAD'S CUSTOMER ID: "
           ACCEPT WS-CUST-ID-IN

           OPEN INPUT HH-MEMBERS
           IF HH-MEMBERS-CHECK-STATUS NOT = "00"
              DISPLAY "NO HOUSEHOLD MEMBERS ON FILE."
              CLOSE HOUSEHOLDS
              GO TO 0700-END
           END-IF

           MOVE WS-CUST-ID-IN TO HM-CUST-ID
           READ HH-MEMBERS KEY IS HM-CUST-ID
              INVALID KEY
                 MOVE ZEROES TO HM-HH-ID
           END-READ
           CLOSE HH-MEMBERS

           IF HM-HH-ID NOT = WS-HH-ID-IN
              DISPLAY "CUSTOMER " WS-CUST-ID-IN " IS NOT A MEMBER OF "
                      "THIS HOUSEHOLD."
              CLOSE HOUSEHOLDS
              GO TO 0700-END
           END-IF

           MOVE WS-CUST-ID-IN TO HH-HEAD-ID
           REWRITE HH-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING THE HOUSEHOLD RECORD."
                 CLOSE HOUSEHOLDS
                 GO TO 0700-END
           END-REWRITE

           CLOSE HOUSEHOLDS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "HOUSEHOLD " WS-HH-ID-IN " HEAD CHANGED TO CUST "
                  WS-CUST-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           DISPLAY "HEAD OF HOUSEHOLD UPDATED - MAIL GOES TO THIS "
                   "CUSTOMER'S ADDRESS.".
       0700-END.

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
                  " " WS-AUDIT-OPERATOR " manageHouseholds: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
