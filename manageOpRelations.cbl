       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageOpRelations.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPERATORS ASSIGN TO "operators.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS OPERATORS-CHECK-STATUS.

       SELECT OP-RELATED ASSIGN TO "oprelated.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-KEY
           FILE STATUS IS OP-RELATED-CHECK-STATUS.

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
       FD  OPERATORS.
       01  OP-DETAILS.
           02 OP-ID                PIC X(8).
           02 OP-NAME              PIC X(20).
           02 OP-PASSWORD          PIC X(10).
           02 OP-ROLE              PIC X(10).
           02 OP-PWD-CHANGED-AT    PIC X(10).
           02 OP-FORCE-CHANGE      PIC X(1).
           02 OP-FAILED-TRIES      PIC 9(2).
           02 OP-LOCKED            PIC X(1).
           02 OP-BRANCH            PIC X(4).
           02 OP-POST-LIMIT        PIC 9(7)V99.
           02 OP-TRAINEE           PIC X(1).
           02 OP-CUST-ID           PIC 9(6).

       FD  OP-RELATED.
       01  OPR-DETAILS.
           05 OPR-KEY.
               10 OPR-OP-ID          PIC X(8).
               10 OPR-CUST-ID        PIC 9(6).
           05 OPR-RELATION           PIC X(8).
           05 OPR-ADDED-AT           PIC X(10).
           05 OPR-ADDED-BY           PIC X(8).

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
       01  AUDIT-LOG-RECORD     PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  OPERATORS-CHECK-STATUS    PIC XX.
       01  OP-RELATED-CHECK-STATUS   PIC XX.
       01  CUSTOMERS-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-END-OF-FILE            PIC X VALUE "N".
           88 EOF                    VALUE "Y".
           88 NOT-EOF                VALUE "N".

       01  WS-MENU-OPT               PIC 9.

       01  WS-RELATION-MENU.
           02 FILLER PIC X(34) VALUE
                      "----------------------------------".
           02 FILLER PIC X(30) VALUE "1 - List Operator's Relations".
           02 FILLER PIC X(30) VALUE "2 - Set Own Customer ID".
           02 FILLER PIC X(30) VALUE "3 - Declare Related Customer".
           02 FILLER PIC X(30) VALUE "4 - Remove Related Customer".
           02 FILLER PIC X(8)  VALUE "0 - Exit".

       01  WS-SEARCH-OP-ID           PIC X(8).
       01  WS-SEARCH-CUST-ID         PIC 9(6).
       01  WS-CUST-NAME-OUT          PIC X(30).
       01  WS-OLD-CUST-ID            PIC 9(6).
       01  WS-LIST-COUNT             PIC 9(3).

       01  WS-RELATION-IN            PIC X(8).
           88  WS-RELATION-VALID     VALUES "SPOUSE" "FAMILY"
                                            "BUSINESS" "OTHER".

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-ADDED-AT-OUT.
           02 WS-ADDED-YEAR          PIC 9(4).
           02 FILLER                 VALUE "-".
           02 WS-ADDED-MONTH         PIC 9(2).
           02 FILLER                 VALUE "-".
           02 WS-ADDED-DAY           PIC 9(2).

       PROCEDURE DIVISION.

       0100-MAIN.
           OPEN I-O OP-RELATED
           IF OP-RELATED-CHECK-STATUS = "35"
              OPEN OUTPUT OP-RELATED
              CLOSE OP-RELATED
              OPEN I-O OP-RELATED
           END-IF

           IF OP-RELATED-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING OPERATOR RELATIONS FILE: "
                      OP-RELATED-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O OPERATORS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING OPERATORS FILE: "
                      OPERATORS-CHECK-STATUS
              CLOSE OP-RELATED
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT CUSTOMERS
           IF CUSTOMERS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CUSTOMERS FILE: "
                      CUSTOMERS-CHECK-STATUS
              CLOSE OP-RELATED
              CLOSE OPERATORS
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0200-MENU-LOOP.
       0100-END.

       0200-MENU-LOOP.
           DISPLAY WS-RELATION-MENU
           ACCEPT WS-MENU-OPT

           EVALUATE WS-MENU-OPT
              WHEN 0
                 CLOSE OP-RELATED
                 CLOSE OPERATORS
                 CLOSE CUSTOMERS
                 GO TO 0900-END-PROGRAM
              WHEN 1
                 PERFORM 0300-LIST-RELATIONS THRU 0300-END
                 PERFORM 0200-MENU-LOOP
              WHEN 2
                 PERFORM 0400-SET-OWN-CUSTOMER THRU 0400-END
                 PERFORM 0200-MENU-LOOP
              WHEN 3
                 PERFORM 0500-ADD-RELATION THRU 0500-END
                 PERFORM 0200-MENU-LOOP
              WHEN 4
                 PERFORM 0600-REMOVE-RELATION THRU 0600-END
                 PERFORM 0200-MENU-LOOP
              WHEN OTHER
                 DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
                 PERFORM 0200-MENU-LOOP
           END-EVALUATE.
       0200-END.

       0250-READ-OPERATOR.
           DISPLAY "ENTER THE OPERATOR ID: "
           ACCEPT WS-SEARCH-OP-ID
           MOVE FUNCTION UPPER-CASE (WS-SEARCH-OP-ID)
                TO WS-SEARCH-OP-ID

           MOVE WS-SEARCH-OP-ID TO OP-ID
           READ OPERATORS KEY IS OP-ID
              INVALID KEY
                 DISPLAY "NO SUCH OPERATOR."
           END-READ.
       0250-END.

       0270-CUSTOMER-NAME.
           MOVE WS-SEARCH-CUST-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 MOVE "UNKNOWN CUSTOMER" TO WS-CUST-NAME-OUT
              NOT INVALID KEY
                 MOVE CUST-NAME TO WS-CUST-NAME-OUT
           END-READ.
       0270-END.

       0300-LIST-RELATIONS.
           PERFORM 0250-READ-OPERATOR THRU 0250-END
           IF OPERATORS-CHECK-STATUS NOT = "00"
              GO TO 0300-END
           END-IF

           DISPLAY "OPERATOR " OP-ID " " OP-NAME " ROLE " OP-ROLE
           IF OP-CUST-ID = ZEROES
              DISPLAY "  OWN CUSTOMER ID: NONE RECORDED"
           ELSE
              MOVE OP-CUST-ID TO WS-SEARCH-CUST-ID
              PERFORM 0270-CUSTOMER-NAME THRU 0270-END
              DISPLAY "  OWN CUSTOMER ID: " OP-CUST-ID " "
                      WS-CUST-NAME-OUT
           END-IF

           MOVE ZEROES TO WS-LIST-COUNT
           SET NOT-EOF TO TRUE
           MOVE WS-SEARCH-OP-ID TO OPR-OP-ID
           MOVE ZEROES TO OPR-CUST-ID
           START OP-RELATED KEY IS NOT LESS THAN OPR-KEY
              INVALID KEY
                 SET EOF TO TRUE
           END-START

           PERFORM UNTIL EOF
              READ OP-RELATED NEXT RECORD
                 AT END
                    SET EOF TO TRUE
                 NOT AT END
                    IF OPR-OP-ID NOT = WS-SEARCH-OP-ID
                       SET EOF TO TRUE
                    ELSE
                       ADD 1 TO WS-LIST-COUNT
                       MOVE OPR-CUST-ID TO WS-SEARCH-CUST-ID
                       PERFORM 0270-CUSTOMER-NAME THRU 0270-END
                       DISPLAY "  RELATED " OPR-CUST-ID " "
                               WS-CUST-NAME-OUT " " OPR-RELATION
                               " DECLARED " OPR-ADDED-AT
                               " BY " OPR-ADDED-BY
                    END-IF
              END-READ
           END-PERFORM

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "  NO RELATED CUSTOMERS DECLARED."
           END-IF.
       0300-END.

       0400-SET-OWN-CUSTOMER.
           PERFORM 0250-READ-OPERATOR THRU 0250-END
           IF OPERATORS-CHECK-STATUS NOT = "00"
              GO TO 0400-END
           END-IF

           DISPLAY "CURRENT OWN CUSTOMER ID: " OP-CUST-ID
           DISPLAY "ENTER THE OPERATOR'S OWN CUSTOMER ID "
                   "(0 IF NOT A CUSTOMER): "
           ACCEPT WS-SEARCH-CUST-ID

           IF WS-SEARCH-CUST-ID NOT = ZEROES
              MOVE WS-SEARCH-CUST-ID TO CUST-ID
              READ CUSTOMERS KEY IS CUST-ID
                 INVALID KEY
                    DISPLAY "CUSTOMER ID DOES NOT EXIST."
                    GO TO 0400-END
              END-READ
           END-IF

           MOVE OP-CUST-ID TO WS-OLD-CUST-ID
           MOVE WS-SEARCH-CUST-ID TO OP-CUST-ID
           REWRITE OP-DETAILS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR UPDATING OPERATOR: "
                      OPERATORS-CHECK-STATUS
              GO TO 0400-END
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "OPERATOR " WS-SEARCH-OP-ID " OWN CUSTOMER "
                  WS-OLD-CUST-ID " TO " WS-SEARCH-CUST-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "OWN CUSTOMER ID UPDATED SUCCESSFULLY!".
       0400-END.

       0500-ADD-RELATION.
           PERFORM 0250-READ-OPERATOR THRU 0250-END
           IF OPERATORS-CHECK-STATUS NOT = "00"
              GO TO 0500-END
           END-IF

           DISPLAY "ENTER THE RELATED CUSTOMER ID: "
           ACCEPT WS-SEARCH-CUST-ID

           MOVE WS-SEARCH-CUST-ID TO CUST-ID
           READ CUSTOMERS KEY IS CUST-ID
              INVALID KEY
                 DISPLAY "CUSTOMER ID DOES NOT EXIST."
                 GO TO 0500-END
           END-READ

           IF WS-SEARCH-CUST-ID = OP-CUST-ID
              DISPLAY "THIS IS THE OPERATOR'S OWN CUSTOMER ID."
              GO TO 0500-END
           END-IF

           MOVE WS-SEARCH-OP-ID TO OPR-OP-ID
           MOVE WS-SEARCH-CUST-ID TO OPR-CUST-ID
           READ OP-RELATED KEY IS OPR-KEY
              NOT INVALID KEY
                 DISPLAY "THIS CUSTOMER IS ALREADY DECLARED."
                 GO TO 0500-END
           END-READ

           MOVE SPACES TO WS-RELATION-IN
           PERFORM UNTIL WS-RELATION-VALID
              DISPLAY "INSERT THE RELATIONSHIP "
                      "(SPOUSE/FAMILY/BUSINESS/OTHER): "
              ACCEPT WS-RELATION-IN
              MOVE FUNCTION UPPER-CASE (WS-RELATION-IN)
                   TO WS-RELATION-IN
              IF NOT WS-RELATION-VALID
                 DISPLAY "INVALID RELATIONSHIP - PLEASE TRY AGAIN."
              END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YYYYMMDD
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-ADDED-YEAR
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-ADDED-MONTH
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-ADDED-DAY

           MOVE WS-SEARCH-OP-ID TO OPR-OP-ID
           MOVE WS-SEARCH-CUST-ID TO OPR-CUST-ID
           MOVE WS-RELATION-IN TO OPR-RELATION
           MOVE WS-ADDED-AT-OUT TO OPR-ADDED-AT
           MOVE SESSION-OPERATOR-ID TO OPR-ADDED-BY
           WRITE OPR-DETAILS
           IF OP-RELATED-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR WRITING OPERATOR RELATION: "
                      OP-RELATED-CHECK-STATUS
              GO TO 0500-END
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "DECLARED CUSTOMER " WS-SEARCH-CUST-ID " "
                  WS-RELATION-IN " OF OPERATOR " WS-SEARCH-OP-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "RELATED CUSTOMER DECLARED SUCCESSFULLY!".
       0500-END.

       0600-REMOVE-RELATION.
           DISPLAY "ENTER THE OPERATOR ID: "
           ACCEPT WS-SEARCH-OP-ID
           MOVE FUNCTION UPPER-CASE (WS-SEARCH-OP-ID)
                TO WS-SEARCH-OP-ID

           DISPLAY "ENTER THE RELATED CUSTOMER ID TO REMOVE: "
           ACCEPT WS-SEARCH-CUST-ID

           MOVE WS-SEARCH-OP-ID TO OPR-OP-ID
           MOVE WS-SEARCH-CUST-ID TO OPR-CUST-ID
           READ OP-RELATED KEY IS OPR-KEY
              INVALID KEY
                 DISPLAY "THIS CUSTOMER IS NOT DECLARED FOR THAT "
                         "OPERATOR."
                 GO TO 0600-END
           END-READ

           DELETE OP-RELATED

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED RELATED CUSTOMER " WS-SEARCH-CUST-ID
                  " OF OPERATOR " WS-SEARCH-OP-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "RELATED CUSTOMER REMOVED SUCCESSFULLY!".
       0600-END.

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
                  " " WS-AUDIT-OPERATOR " manageOpRelations: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
