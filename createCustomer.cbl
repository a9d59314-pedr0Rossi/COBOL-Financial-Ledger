           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMERS-CHECK-STATUS.

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

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD     PIC X(120).

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

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.

       01  CUSTOMERS-CHECK-STATUS PIC XX.
       01  AUDIT-LOG-CHECK-STATUS PIC XX.
       01  BUSINESS-CUST-CHECK-STATUS PIC XX.
       01  BEN-OWNERS-CHECK-STATUS PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
           02 WS-WHT-FLAG-IN     PIC X(1).
           02 WS-WHT-RATE-IN     PIC V9(4).

       01  WS-ENTITY-IN          PIC X.
       01  WS-ENTITY-TYPE        PIC X(10).
       01  WS-ENTITY-VALID       PIC X VALUE "N".
       01  WS-REG-NO-IN          PIC X(20).
       01  WS-INCORP-IN          PIC X(10).
       01  WS-INDUSTRY-IN        PIC X(6).

       01  WS-OWNER-TABLE.
           05 WS-OWNER-ENTRY     OCCURS 10 TIMES.
              10 WS-OWN-ID       PIC 9(6).
              10 WS-OWN-ROLE     PIC X(8).
              10 WS-OWN-PCT      PIC 9(3)V99.
              10 WS-OWN-SCREEN   PIC X(8).
       01  WS-OWNER-COUNT        PIC 9(2).
       01  WS-CONTROL-COUNT      PIC 9(2).
       01  WS-OWN-PCT-TOTAL      PIC 9(5)V99.
       01  WS-OWN-IX             PIC 9(2).
       01  WS-OWN-ID-IN          PIC 9(6).
       01  WS-OWN-ROLE-IN        PIC X.
       01  WS-OWN-PCT-IN         PIC 9(3)V99.
       01  WS-OWN-DUP            PIC X.
       01  WS-OWNERS-DONE        PIC X.

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD   PIC 9(8).

              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0175-CHECK-SIMILAR-NAMES THRU 0175-END
           IF WS-SIMILAR-COUNT > ZEROES
              DISPLAY WS-SIMILAR-COUNT " EXISTING CUSTOMER(S) HAVE "
                      "A CLOSELY MATCHING NAME."
              PERFORM 0880-WRITE-AUDIT
           END-IF

           IF WS-ENTITY-TYPE NOT = "INDIVIDUAL"
              PERFORM 0190-COLLECT-OWNERS THRU 0190-END
              IF WS-CONTROL-COUNT = ZEROES
                 DISPLAY "A BUSINESS CUSTOMER NEEDS AT LEAST ONE "
                         "CONTROLLING PERSON ON FILE."
                 DISPLAY "THE CUSTOMER WAS NOT CREATED."
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YYYYMMDD
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-CREATED-YEAR
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-CREATED-MONTH

           WRITE CUST-DETAILS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CREATED CUSTOMER " WS-CUST-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF WS-ENTITY-TYPE NOT = "INDIVIDUAL"
              PERFORM 0250-WRITE-BUSINESS THRU 0250-END
           END-IF

           DISPLAY "CUSTOMER CREATED SUCCESSFULLY!"

           GO TO 0900-END-PROGRAM.
           DISPLAY "INSERT THE NEW CUSTOMER'S NAME: "
           ACCEPT WS-CUST-NAME-IN

           MOVE "N" TO WS-ENTITY-VALID
           PERFORM 0155-PROMPT-ENTITY UNTIL WS-ENTITY-VALID = "Y"

           DISPLAY "INSERT THE STREET ADDRESS: "
           ACCEPT WS-ADDRESS-IN

           DISPLAY "INSERT THE TAX ID: "
           ACCEPT WS-TAX-ID-IN

           IF WS-ENTITY-TYPE = "INDIVIDUAL"
              DISPLAY "INSERT THE DATE OF BIRTH (YYYY-MM-DD): "
              ACCEPT WS-BIRTH-DATE-IN

              DISPLAY "INSERT THE ID DOCUMENT TYPE: "
              ACCEPT WS-ID-DOC-TYPE-IN

              DISPLAY "INSERT THE ID DOCUMENT NUMBER: "
              ACCEPT WS-ID-DOC-NO-IN
           ELSE
              MOVE SPACES TO WS-REG-NO-IN
              DISPLAY "INSERT THE REGISTRATION NUMBER: "
              ACCEPT WS-REG-NO-IN
              MOVE FUNCTION UPPER-CASE (WS-REG-NO-IN) TO WS-REG-NO-IN

              MOVE SPACES TO WS-INCORP-IN
              DISPLAY "INSERT THE INCORPORATION DATE (YYYY-MM-DD): "
              ACCEPT WS-INCORP-IN

              MOVE SPACES TO WS-INDUSTRY-IN
              DISPLAY "INSERT THE INDUSTRY CODE: "
              ACCEPT WS-INDUSTRY-IN
              MOVE FUNCTION UPPER-CASE (WS-INDUSTRY-IN)
                   TO WS-INDUSTRY-IN

              MOVE SPACES TO WS-BIRTH-DATE-IN
              MOVE "REGISTRY" TO WS-ID-DOC-TYPE-IN
              MOVE WS-REG-NO-IN TO WS-ID-DOC-NO-IN
           END-IF

           DISPLAY "IS INTEREST WITHHOLDING TAX REQUIRED? (Y/N): "
           ACCEPT WS-WHT-FLAG-IN
           END-IF.
       0150-END.

       0155-PROMPT-ENTITY.
           DISPLAY "INSERT THE CUSTOMER TYPE - I (INDIVIDUAL), "
                   "S (SOLE PROPRIETOR), C (COMPANY), "
                   "N (NON-PROFIT), T (TRUST): "
           ACCEPT WS-ENTITY-IN
           MOVE FUNCTION UPPER-CASE (WS-ENTITY-IN) TO WS-ENTITY-IN

           MOVE "Y" TO WS-ENTITY-VALID
           EVALUATE WS-ENTITY-IN
              WHEN "I"
                 MOVE "INDIVIDUAL" TO WS-ENTITY-TYPE
              WHEN "S"
                 MOVE "SOLEPROP" TO WS-ENTITY-TYPE
              WHEN "C"
                 MOVE "COMPANY" TO WS-ENTITY-TYPE
              WHEN "N"
                 MOVE "NONPROFIT" TO WS-ENTITY-TYPE
              WHEN "T"
                 MOVE "TRUST" TO WS-ENTITY-TYPE
              WHEN OTHER
                 MOVE "N" TO WS-ENTITY-VALID
                 DISPLAY "INVALID CUSTOMER TYPE - PLEASE TRY AGAIN."
           END-EVALUATE.
       0155-END.

       0190-COLLECT-OWNERS.
           MOVE ZEROES TO WS-OWNER-COUNT
           MOVE ZEROES TO WS-CONTROL-COUNT
           MOVE ZEROES TO WS-OWN-PCT-TOTAL
           MOVE "N" TO WS-OWNERS-DONE

           DISPLAY "LIST THE BENEFICIAL OWNERS AND CONTROLLING "
                   "PERSONS. EACH MUST BE ON FILE AS AN INDIVIDUAL "
                   "CUSTOMER."

           OPEN INPUT BUSINESS-CUST

           PERFORM 0195-PROMPT-OWNER THRU 0195-END
              UNTIL WS-OWNERS-DONE = "Y"

           IF BUSINESS-CUST-CHECK-STATUS = "00"
              CLOSE BUSINESS-CUST
           END-IF.
       0190-END.

       0195-PROMPT-OWNER.
           IF WS-OWNER-COUNT = 10
              DISPLAY "THE MAXIMUM OF 10 OWNERS HAS BEEN REACHED."
              MOVE "Y" TO WS-OWNERS-DONE
              GO TO 0195-END
           END-IF

           DISPLAY "INSERT THE OWNER'S CUSTOMER ID (0 TO FINISH): "
           ACCEPT WS-OWN-ID-IN

           IF WS-OWN-ID-IN = ZEROES
              MOVE "Y" TO WS-OWNERS-DONE
              GO TO 0195-END
           END-IF

           IF WS-OWN-ID-IN = WS-CUST-ID-IN
              DISPLAY "A CUSTOMER CANNOT BE ITS OWN OWNER."
              GO TO 0195-END
           END-IF

           MOVE "N" TO WS-OWN-DUP
           PERFORM VARYING WS-OWN-IX FROM 1 BY 1
              UNTIL WS-OWN-IX > WS-OWNER-COUNT
              IF WS-OWN-ID(WS-OWN-IX) = WS-OWN-ID-IN
                 MOVE "Y" TO WS-OWN-DUP
              END-IF
           END-PERFORM
           IF WS-OWN-DUP = "Y"
              DISPLAY "CUSTOMER " WS-OWN-ID-IN " IS ALREADY LISTED."
              GO TO 0195-END
           END-IF

           MOVE WS-OWN-ID-IN TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "CUSTOMER " WS-OWN-ID-IN " IS NOT ON FILE."
                 GO TO 0195-END
           END-READ

           IF BUSINESS-CUST-CHECK-STATUS = "00"
              MOVE WS-OWN-ID-IN TO BZ-CUST-ID
              READ BUSINESS-CUST KEY IS BZ-CUST-ID
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER " WS-OWN-ID-IN " IS A BUSINESS "
                            "- OWNERS MUST BE INDIVIDUALS."
                    GO TO 0195-END
              END-READ
           END-IF

           DISPLAY "OWNER: " CUST-NAME
           DISPLAY "INSERT THE ROLE - O (BENEFICIAL OWNER), "
                   "C (CONTROLLING PERSON), B (BOTH): "
           ACCEPT WS-OWN-ROLE-IN
           MOVE FUNCTION UPPER-CASE (WS-OWN-ROLE-IN) TO WS-OWN-ROLE-IN
           IF WS-OWN-ROLE-IN NOT = "O" AND WS-OWN-ROLE-IN NOT = "C"
              AND WS-OWN-ROLE-IN NOT = "B"
              DISPLAY "INVALID ROLE."
              GO TO 0195-END
           END-IF

           MOVE ZEROES TO WS-OWN-PCT-IN
           IF WS-OWN-ROLE-IN NOT = "C"
              DISPLAY "INSERT THE OWNERSHIP PERCENTAGE (E.G. 25.00): "
              ACCEPT WS-OWN-PCT-IN
              IF WS-OWN-PCT-IN = ZEROES OR WS-OWN-PCT-IN > 100
                 DISPLAY "THE OWNERSHIP MUST BE ABOVE 0 AND AT MOST "
                         "100."
                 GO TO 0195-END
              END-IF
              IF WS-OWN-PCT-TOTAL + WS-OWN-PCT-IN > 100
                 DISPLAY "THE OWNERSHIP WOULD EXCEED 100 PCT."
                 GO TO 0195-END
              END-IF
           END-IF

           ADD 1 TO WS-OWNER-COUNT
           MOVE "CLEAR" TO WS-OWN-SCREEN(WS-OWNER-COUNT)

           CALL "screenWatchlist" USING CUST-NAME CUST-TAX-ID
                WS-SCREEN-RESULT WS-HIT-NAME
           IF WS-WATCHLIST-HIT
              DISPLAY "*** WATCHLIST HIT *** THE OWNER MATCHES "
                      "BLOCKED PARTY: " WS-HIT-NAME
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "WATCHLIST HIT ON OWNER " WS-OWN-ID-IN
                     " OF NEW CUST " WS-CUST-ID-IN
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              DISPLAY "A SUPERVISOR OVERRIDE IS REQUIRED TO "
                      "LIST THIS OWNER."
              CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
              IF NOT WS-SUP-VERIFIED
                 DISPLAY "THE OWNER WAS NOT LISTED."
                 SUBTRACT 1 FROM WS-OWNER-COUNT
                 GO TO 0195-END
              END-IF
              MOVE "OVERRIDE" TO WS-OWN-SCREEN(WS-OWNER-COUNT)
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "WATCHLIST OVERRIDE BY " WS-SUP-ID
                     " FOR OWNER " WS-OWN-ID-IN
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
           END-IF

           MOVE WS-OWN-ID-IN TO WS-OWN-ID(WS-OWNER-COUNT)
           MOVE WS-OWN-PCT-IN TO WS-OWN-PCT(WS-OWNER-COUNT)
           ADD WS-OWN-PCT-IN TO WS-OWN-PCT-TOTAL
           EVALUATE WS-OWN-ROLE-IN
              WHEN "O"
                 MOVE "OWNER" TO WS-OWN-ROLE(WS-OWNER-COUNT)
              WHEN "C"
                 MOVE "CONTROL" TO WS-OWN-ROLE(WS-OWNER-COUNT)
                 ADD 1 TO WS-CONTROL-COUNT
              WHEN "B"
                 MOVE "BOTH" TO WS-OWN-ROLE(WS-OWNER-COUNT)
                 ADD 1 TO WS-CONTROL-COUNT
           END-EVALUATE.
       0195-END.

       0250-WRITE-BUSINESS.
           OPEN I-O BUSINESS-CUST
           IF BUSINESS-CUST-CHECK-STATUS = "35"
              OPEN OUTPUT BUSINESS-CUST
              CLOSE BUSINESS-CUST
              OPEN I-O BUSINESS-CUST
           END-IF

           IF BUSINESS-CUST-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BUSINESS CUSTOMER FILE: "
                      BUSINESS-CUST-CHECK-STATUS
              GO TO 0250-END
           END-IF

           MOVE WS-CUST-ID-IN TO BZ-CUST-ID
           MOVE WS-ENTITY-TYPE TO BZ-ENTITY-TYPE
           MOVE WS-REG-NO-IN TO BZ-REG-NO
           MOVE WS-INCORP-IN TO BZ-INCORP-DATE
           MOVE WS-INDUSTRY-IN TO BZ-INDUSTRY
           MOVE WS-CREATED-AT-OUT TO BZ-CREATED
           WRITE BZ-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING BUSINESS CUSTOMER RECORD."
           END-WRITE
           CLOSE BUSINESS-CUST

           OPEN I-O BEN-OWNERS
           IF BEN-OWNERS-CHECK-STATUS = "35"
              OPEN OUTPUT BEN-OWNERS
              CLOSE BEN-OWNERS
              OPEN I-O BEN-OWNERS
           END-IF

           IF BEN-OWNERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BENEFICIAL OWNERS FILE: "
                      BEN-OWNERS-CHECK-STATUS
              GO TO 0250-END
           END-IF

           PERFORM VARYING WS-OWN-IX FROM 1 BY 1
              UNTIL WS-OWN-IX > WS-OWNER-COUNT
              MOVE WS-CUST-ID-IN TO BO-BUS-ID
              MOVE WS-OWN-ID(WS-OWN-IX) TO BO-PERSON-ID
              MOVE WS-OWN-ROLE(WS-OWN-IX) TO BO-ROLE
              MOVE WS-OWN-PCT(WS-OWN-IX) TO BO-OWN-PCT
              MOVE WS-OWN-SCREEN(WS-OWN-IX) TO BO-SCREEN
              MOVE WS-CREATED-AT-OUT TO BO-ADDED
              MOVE "ACTIVE" TO BO-STATUS
              WRITE BO-DETAILS
                 INVALID KEY
                    DISPLAY "ERROR WRITING OWNER " BO-PERSON-ID
              END-WRITE
           END-PERFORM
           CLOSE BEN-OWNERS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "BUSINESS CUST " WS-CUST-ID-IN " " WS-ENTITY-TYPE
                  " WITH " WS-OWNER-COUNT " OWNERS/CONTROLLERS"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
       0250-END.

       0175-CHECK-SIMILAR-NAMES.
           MOVE ZEROES TO WS-SIMILAR-COUNT

                 AT END
                    SET EOF-CUSTOMERS TO TRUE
                 NOT AT END
                    PERFORM 0178-COMPARE-ONE-NAME THRU 0178-END
              END-READ
           END-PERFORM.
       0175-END.
