       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageBusinessOwners.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BUSINESS-CUST ASSIGN TO "businesscust.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BZ-CUST-ID
           FILE STATUS IS BUSINESS-CUST-CHECK-STATUS.

       SELECT BEN-OWNERS ASSIGN TO "benowners.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BO-KEY
           FILE STATUS IS BEN-OWNERS-CHECK-STATUS.

       SELECT CUSTOMERS ASSIGN TO "customers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMERS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BUSINESS-CUST.
       01  BZ-DETAILS.
           05 BZ-CUST-ID             PIC 9(6).
           05 BZ-ENTITY-TYPE         PIC X(10).
           05 BZ-REG-NO              PIC X(20).
           05 BZ-INCORP-DATE         PIC X(10).
           05 BZ-INDUSTRY            PIC X(6).
           05 BZ-CREATED             PIC X(10).

       FD  BEN-OWNERS.
       01  BO-DETAILS.
           05 BO-KEY.
               10 BO-BUS-ID          PIC 9(6).
               10 BO-PERSON-ID       PIC 9(6).
           05 BO-ROLE                PIC X(8).
           05 BO-OWN-PCT             PIC 9(3)V99.
           05 BO-SCREEN              PIC X(8).
           05 BO-ADDED               PIC X(10).
           05 BO-STATUS              PIC X(8).

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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD      PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  BUSINESS-CUST-CHECK-STATUS PIC XX.
       01  BEN-OWNERS-CHECK-STATUS    PIC XX.
       01  CUSTOMERS-CHECK-STATUS     PIC XX.
       01  AUDIT-LOG-CHECK-STATUS     PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-EOF-OWNERS           PIC X VALUE "N".
           88  EOF-OWNERS          VALUE "Y".
           88  NOT-EOF-OWNERS      VALUE "N".

       01  WS-MENU-OPT             PIC 9.

       01  WS-BUS-ID-IN            PIC 9(6).
       01  WS-PERSON-ID-IN         PIC 9(6).
       01  WS-ROLE-IN              PIC X.
       01  WS-ROLE-OUT             PIC X(8).
       01  WS-PCT-IN               PIC 9(3)V99.
       01  WS-CONFIRM              PIC X.

       01  WS-BUSINESS-OK          PIC X.
       01  WS-CONTROL-COUNT        PIC 9(3).
       01  WS-PCT-TOTAL            PIC 9(5)V99.
       01  WS-LIST-COUNT           PIC 9(3).
       01  WS-OWNER-NAME           PIC X(30).
       01  WS-SCREEN-OUT           PIC X(8).

       01  WS-SCREEN-RESULT        PIC X.
           88  WS-WATCHLIST-HIT    VALUE "H".
           88  WS-NO-HIT           VALUE "N".
       01  WS-HIT-NAME             PIC X(30).
       01  WS-SUP-ID               PIC X(8).
       01  WS-SUP-OK               PIC X.
           88  WS-SUP-VERIFIED     VALUE "Y".

       01  WS-BUS-DATE             PIC X(10).
       01  WS-BUS-STATUS           PIC X(6).

       01  WS-BO-MENU.
           02 WS-BO-MENU-LINE     PIC X(38) VALUE
                               "--------------------------------------".
           02 WS-BO-MENU-OPT1     PIC X(38) VALUE
                               "1 - List Business Profile and Owners".
           02 WS-BO-MENU-OPT2     PIC X(38) VALUE
                               "2 - Add Owner/Controlling Person".
           02 WS-BO-MENU-OPT3     PIC X(38) VALUE
                               "3 - Remove Owner/Controlling Person".
           02 WS-BO-MENU-OPT0     PIC X(8)
                               VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-BO-MENU-LINE
           DISPLAY "BUSINESS CUSTOMERS - BENEFICIAL OWNERSHIP"
           DISPLAY WS-BO-MENU-OPT1
           DISPLAY WS-BO-MENU-OPT2
           DISPLAY WS-BO-MENU-OPT3
           DISPLAY WS-BO-MENU-OPT0
           DISPLAY WS-BO-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 3
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "INSERT THE BUSINESS CUSTOMER ID: "
           ACCEPT WS-BUS-ID-IN

           PERFORM 0150-READ-BUSINESS THRU 0150-END
           IF WS-BUSINESS-OK NOT = "Y"
              PERFORM 0100-MAIN
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0300-LIST-OWNERS THRU 0300-END
              WHEN 2
                 PERFORM 0200-ADD-OWNER THRU 0200-END
              WHEN 3
                 PERFORM 0400-REMOVE-OWNER THRU 0400-END
           END-EVALUATE

           PERFORM 0100-MAIN.
       0100-END.

       0150-READ-BUSINESS.
           MOVE "N" TO WS-BUSINESS-OK

           OPEN INPUT BUSINESS-CUST
           IF BUSINESS-CUST-CHECK-STATUS NOT = "00"
              DISPLAY "NO BUSINESS CUSTOMERS ON FILE."
              GO TO 0150-END
           END-IF

           MOVE WS-BUS-ID-IN TO BZ-CUST-ID
           READ BUSINESS-CUST KEY IS BZ-CUST-ID
              INVALID KEY
                 DISPLAY "CUSTOMER " WS-BUS-ID-IN " IS NOT A "
                         "BUSINESS CUSTOMER."
                 CLOSE BUSINESS-CUST
                 GO TO 0150-END
           END-READ
           CLOSE BUSINESS-CUST

           MOVE "Y" TO WS-BUSINESS-OK.
       0150-END.

       0160-OPEN-OWNERS.
           OPEN I-O BEN-OWNERS
           IF BEN-OWNERS-CHECK-STATUS = "35"
              OPEN OUTPUT BEN-OWNERS
              CLOSE BEN-OWNERS
              OPEN I-O BEN-OWNERS
           END-IF

           IF BEN-OWNERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BENEFICIAL OWNERS FILE: "
                      BEN-OWNERS-CHECK-STATUS
           END-IF.
       0160-END.

       0170-SCAN-OWNERS.
           MOVE ZEROES TO WS-CONTROL-COUNT
           MOVE ZEROES TO WS-PCT-TOTAL

           MOVE WS-BUS-ID-IN TO BO-BUS-ID
           MOVE ZEROES TO BO-PERSON-ID
           SET NOT-EOF-OWNERS TO TRUE
           START BEN-OWNERS KEY IS NOT LESS THAN BO-KEY
              INVALID KEY
                 SET EOF-OWNERS TO TRUE
           END-START

           PERFORM UNTIL EOF-OWNERS
              READ BEN-OWNERS NEXT RECORD
                 AT END
                    SET EOF-OWNERS TO TRUE
                 NOT AT END
                    IF BO-BUS-ID NOT = WS-BUS-ID-IN
                       SET EOF-OWNERS TO TRUE
                    ELSE
                       IF BO-STATUS = "ACTIVE"
                          ADD BO-OWN-PCT TO WS-PCT-TOTAL
                          IF BO-ROLE = "CONTROL" OR BO-ROLE = "BOTH"
                             ADD 1 TO WS-CONTROL-COUNT
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0170-END.

       0200-ADD-OWNER.
           DISPLAY "INSERT THE OWNER'S CUSTOMER ID: "
           ACCEPT WS-PERSON-ID-IN

           IF WS-PERSON-ID-IN = WS-BUS-ID-IN
              DISPLAY "A CUSTOMER CANNOT BE ITS OWN OWNER."
              GO TO 0200-END
           END-IF

           OPEN INPUT BUSINESS-CUST
           IF BUSINESS-CUST-CHECK-STATUS = "00"
              MOVE WS-PERSON-ID-IN TO BZ-CUST-ID
              READ BUSINESS-CUST KEY IS BZ-CUST-ID
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER " WS-PERSON-ID-IN " IS A "
                            "BUSINESS - OWNERS MUST BE INDIVIDUALS."
                    CLOSE BUSINESS-CUST
                    GO TO 0200-END
              END-READ
              CLOSE BUSINESS-CUST
           END-IF

           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CUSTOMERS FILE: "
                      CUSTOMERS-CHECK-STATUS
              GO TO 0200-END
           END-IF

           MOVE WS-PERSON-ID-IN TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "CUSTOMER " WS-PERSON-ID-IN " IS NOT ON FILE."
                 CLOSE CUSTOMERS
                 GO TO 0200-END
           END-READ
           CLOSE CUSTOMERS

           DISPLAY "OWNER: " CUST-NAME

           PERFORM 0160-OPEN-OWNERS THRU 0160-END
           IF BEN-OWNERS-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           MOVE WS-BUS-ID-IN TO BO-BUS-ID
           MOVE WS-PERSON-ID-IN TO BO-PERSON-ID
           READ BEN-OWNERS KEY IS BO-KEY
              NOT INVALID KEY
                 IF BO-STATUS = "ACTIVE"
                    DISPLAY "CUSTOMER " WS-PERSON-ID-IN " IS ALREADY "
                            "LISTED AS " BO-ROLE "."
                    CLOSE BEN-OWNERS
                    GO TO 0200-END
                 END-IF
           END-READ

           PERFORM 0170-SCAN-OWNERS THRU 0170-END

           DISPLAY "INSERT THE ROLE - O (BENEFICIAL OWNER), "
                   "C (CONTROLLING PERSON), B (BOTH): "
           ACCEPT WS-ROLE-IN
           MOVE FUNCTION UPPER-CASE (WS-ROLE-IN) TO WS-ROLE-IN
           EVALUATE WS-ROLE-IN
              WHEN "O"
                 MOVE "OWNER" TO WS-ROLE-OUT
              WHEN "C"
                 MOVE "CONTROL" TO WS-ROLE-OUT
              WHEN "B"
                 MOVE "BOTH" TO WS-ROLE-OUT
              WHEN OTHER
                 DISPLAY "INVALID ROLE."
                 CLOSE BEN-OWNERS
                 GO TO 0200-END
           END-EVALUATE

           MOVE ZEROES TO WS-PCT-IN
           IF WS-ROLE-IN NOT = "C"
              DISPLAY "OWNERSHIP ALREADY LISTED: " WS-PCT-TOTAL " PCT"
              DISPLAY "INSERT THE OWNERSHIP PERCENTAGE (E.G. 25.00): "
              ACCEPT WS-PCT-IN
              IF WS-PCT-IN = ZEROES OR WS-PCT-IN > 100
                 DISPLAY "THE OWNERSHIP MUST BE ABOVE 0 AND AT MOST "
                         "100."
                 CLOSE BEN-OWNERS
                 GO TO 0200-END
              END-IF
              IF WS-PCT-TOTAL + WS-PCT-IN > 100
                 DISPLAY "THE OWNERSHIP WOULD EXCEED 100 PCT."
                 CLOSE BEN-OWNERS
                 GO TO 0200-END
              END-IF
           END-IF

           MOVE "CLEAR" TO WS-SCREEN-OUT
           CALL "screenWatchlist" USING CUST-NAME CUST-TAX-ID
                WS-SCREEN-RESULT WS-HIT-NAME
           IF WS-WATCHLIST-HIT
              DISPLAY "*** WATCHLIST HIT *** THE OWNER MATCHES "
                      "BLOCKED PARTY: " WS-HIT-NAME
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "WATCHLIST HIT ON OWNER " WS-PERSON-ID-IN
                     " OF CUST " WS-BUS-ID-IN
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT THRU 0880-END
              DISPLAY "A SUPERVISOR OVERRIDE IS REQUIRED TO "
                      "CONTINUE."
              CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
              IF NOT WS-SUP-VERIFIED
                 DISPLAY "THE OWNER WAS NOT ADDED."
                 CLOSE BEN-OWNERS
                 GO TO 0200-END
              END-IF
              MOVE "OVERRIDE" TO WS-SCREEN-OUT
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "WATCHLIST OVERRIDE BY " WS-SUP-ID
                     " FOR OWNER " WS-PERSON-ID-IN
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT THRU 0880-END
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS

           MOVE WS-BUS-ID-IN TO BO-BUS-ID
           MOVE WS-PERSON-ID-IN TO BO-PERSON-ID
           MOVE WS-ROLE-OUT TO BO-ROLE
           MOVE WS-PCT-IN TO BO-OWN-PCT
           MOVE WS-SCREEN-OUT TO BO-SCREEN
           MOVE WS-BUS-DATE TO BO-ADDED
           MOVE "ACTIVE" TO BO-STATUS

           WRITE BO-DETAILS
              INVALID KEY
                 REWRITE BO-DETAILS
                    INVALID KEY
                       DISPLAY "ERROR WRITING THE OWNER RECORD."
                       CLOSE BEN-OWNERS
                       GO TO 0200-END
                 END-REWRITE
           END-WRITE

           CLOSE BEN-OWNERS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED " WS-ROLE-OUT " " WS-PERSON-ID-IN
                  " TO BUSINESS CUST " WS-BUS-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           DISPLAY "OWNER ADDED.".
       0200-END.

       0300-LIST-OWNERS.
           DISPLAY "BUSINESS CUSTOMER " BZ-CUST-ID " " BZ-ENTITY-TYPE
           DISPLAY "   REGISTRATION " BZ-REG-NO " INCORPORATED "
                   BZ-INCORP-DATE " INDUSTRY " BZ-INDUSTRY

           OPEN INPUT BEN-OWNERS
           IF BEN-OWNERS-CHECK-STATUS NOT = "00"
              DISPLAY "NO OWNERS ON FILE."
              GO TO 0300-END
           END-IF

           OPEN INPUT CUSTOMERS

           MOVE ZEROES TO WS-LIST-COUNT
           MOVE ZEROES TO WS-CONTROL-COUNT
           MOVE ZEROES TO WS-PCT-TOTAL
           MOVE WS-BUS-ID-IN TO BO-BUS-ID
           MOVE ZEROES TO BO-PERSON-ID
           SET NOT-EOF-OWNERS TO TRUE
           START BEN-OWNERS KEY IS NOT LESS THAN BO-KEY
              INVALID KEY
                 SET EOF-OWNERS TO TRUE
           END-START

           PERFORM UNTIL EOF-OWNERS
              READ BEN-OWNERS NEXT RECORD
                 AT END
                    SET EOF-OWNERS TO TRUE
                 NOT AT END
                    IF BO-BUS-ID NOT = WS-BUS-ID-IN
                       SET EOF-OWNERS TO TRUE
                    ELSE
                       ADD 1 TO WS-LIST-COUNT
                       MOVE SPACES TO WS-OWNER-NAME
                       IF CUSTOMERS-CHECK-STATUS = "00"
                          MOVE BO-PERSON-ID TO CUST-ID
                          READ CUSTOMERS KEY IS CUST-ID
                             NOT INVALID KEY
                                MOVE CUST-NAME TO WS-OWNER-NAME
                          END-READ
                       END-IF
                       IF BO-STATUS = "ACTIVE"
                          ADD BO-OWN-PCT TO WS-PCT-TOTAL
                          IF BO-ROLE = "CONTROL" OR BO-ROLE = "BOTH"
                             ADD 1 TO WS-CONTROL-COUNT
                          END-IF
                       END-IF
                       DISPLAY BO-PERSON-ID " " WS-OWNER-NAME " "
                               BO-ROLE " " BO-OWN-PCT " PCT "
                               BO-STATUS " " BO-SCREEN
                    END-IF
              END-READ
           END-PERFORM

           CLOSE BEN-OWNERS
           IF CUSTOMERS-CHECK-STATUS = "00"
              CLOSE CUSTOMERS
           END-IF

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO OWNERS ON FILE FOR THIS CUSTOMER."
           ELSE
              DISPLAY "ACTIVE OWNERSHIP " WS-PCT-TOTAL " PCT, "
                      WS-CONTROL-COUNT " CONTROLLING PERSON(S)"
           END-IF.
       0300-END.

       0400-REMOVE-OWNER.
           DISPLAY "INSERT THE OWNER'S CUSTOMER ID TO REMOVE: "
           ACCEPT WS-PERSON-ID-IN

           PERFORM 0160-OPEN-OWNERS THRU 0160-END
           IF BEN-OWNERS-CHECK-STATUS NOT = "00"
              GO TO 0400-END
           END-IF

           PERFORM 0170-SCAN-OWNERS THRU 0170-END

           MOVE WS-BUS-ID-IN TO BO-BUS-ID
           MOVE WS-PERSON-ID-IN TO BO-PERSON-ID
           READ BEN-OWNERS KEY IS BO-KEY
              INVALID KEY
                 DISPLAY "THAT CUSTOMER IS NOT LISTED AS AN OWNER."
                 CLOSE BEN-OWNERS
                 GO TO 0400-END
           END-READ

           IF BO-STATUS NOT = "ACTIVE"
              DISPLAY "THAT OWNER IS NOT ACTIVE (" BO-STATUS ")."
              CLOSE BEN-OWNERS
              GO TO 0400-END
           END-IF

           IF (BO-ROLE = "CONTROL" OR BO-ROLE = "BOTH")
              AND WS-CONTROL-COUNT < 2
              DISPLAY "THIS IS THE ONLY CONTROLLING PERSON ON FILE - "
                      "ADD ANOTHER BEFORE REMOVING IT."
              CLOSE BEN-OWNERS
              GO TO 0400-END
           END-IF

           DISPLAY "REMOVE " BO-ROLE " " BO-PERSON-ID "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
              CLOSE BEN-OWNERS
              GO TO 0400-END
           END-IF

           MOVE "REMOVED" TO BO-STATUS
           REWRITE BO-DETAILS
              INVALID KEY
                 DISPLAY "ERROR UPDATING THE OWNER RECORD."
                 CLOSE BEN-OWNERS
                 GO TO 0400-END
           END-REWRITE

           CLOSE BEN-OWNERS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED OWNER " WS-PERSON-ID-IN
                  " FROM BUSINESS CUST " WS-BUS-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           DISPLAY "OWNER REMOVED.".
       0400-END.

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
                  " " WS-AUDIT-OPERATOR " manageBusinessOwners: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
