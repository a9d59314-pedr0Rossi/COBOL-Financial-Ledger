       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageCloseReasons.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CLOSE-REASONS ASSIGN TO "closereasons.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CODE
           FILE STATUS IS CLOSE-REASONS-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLOSE-REASONS.
       01  CR-DETAILS.
           05 CR-CODE             PIC X(4).
           05 CR-DESCRIPTION      PIC X(30).
           05 CR-CATEGORY         PIC X(8).
              88 CR-CATEGORY-VALID VALUES "CUSTOMER" "BANK"
                 "DEATH" "ESCHEAT" "OTHER".
           05 CR-STATUS           PIC X(7).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD       PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  CLOSE-REASONS-CHECK-STATUS PIC XX.
       01  AUDIT-LOG-CHECK-STATUS PIC XX.

       01  WS-AUDIT-OPERATOR      PIC X(8).
       01  WS-AUDIT-ACTION        PIC X(60).
       01  WS-AUDIT-TIMESTAMP     PIC X(26).
       01  WS-AUDIT-SEQ           PIC 9(9).

       01  WS-EOF-REASONS         PIC X VALUE "N".
           88  EOF-REASONS        VALUE "Y".
           88  NOT-EOF-REASONS    VALUE "N".

       01  WS-MENU-OPT            PIC 9.
       01  WS-CODE-IN             PIC X(4).
       01  WS-DESC-IN             PIC X(30).
       01  WS-CATEGORY-IN         PIC X(8).
       01  WS-REASON-COUNT        PIC 9(3).

       01  WS-REASON-MENU.
           02 WS-REASON-MENU-LINE PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-REASON-MENU-OPT1 PIC X(24)
                                   VALUE "1 - Add or Update a Code".
           02 WS-REASON-MENU-OPT2 PIC X(14)
                                   VALUE "2 - List Codes".
           02 WS-REASON-MENU-OPT3 PIC X(28)
                                   VALUE "3 - Retire or Reinstate Code".
           02 WS-REASON-MENU-OPT0 PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-REASON-MENU-LINE
           DISPLAY "ACCOUNT CLOSURE REASON CODES"
           DISPLAY WS-REASON-MENU-OPT1
           DISPLAY WS-REASON-MENU-OPT2
           DISPLAY WS-REASON-MENU-OPT3
           DISPLAY WS-REASON-MENU-OPT0
           DISPLAY WS-REASON-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 3
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0130-OPEN-AND-SEED THRU 0130-END

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ADD-OR-UPDATE-CODE THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-CODES THRU 0300-END
              WHEN 3
                 PERFORM 0400-TOGGLE-CODE THRU 0400-END
           END-EVALUATE

           CLOSE CLOSE-REASONS
           PERFORM 0100-MAIN.
       0100-END.

       0130-OPEN-AND-SEED.
           OPEN I-O CLOSE-REASONS
           IF CLOSE-REASONS-CHECK-STATUS = "35"
              OPEN OUTPUT CLOSE-REASONS
              CLOSE CLOSE-REASONS
              OPEN I-O CLOSE-REASONS
           END-IF

           IF CLOSE-REASONS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CLOSURE REASONS FILE: "
                      CLOSE-REASONS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE "OTHR" TO CR-CODE
           READ CLOSE-REASONS KEY IS CR-CODE
              INVALID KEY
                 PERFORM 0140-SEED-STANDARD-CODES THRU 0140-END
           END-READ.
       0130-END.

       0140-SEED-STANDARD-CODES.
           MOVE "FEES" TO CR-CODE
           MOVE "FEES OR CHARGES" TO CR-DESCRIPTION
           MOVE "CUSTOMER" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           MOVE "RATE" TO CR-CODE
           MOVE "BETTER RATE ELSEWHERE" TO CR-DESCRIPTION
           MOVE "CUSTOMER" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           MOVE "RELO" TO CR-CODE
           MOVE "CUSTOMER RELOCATED" TO CR-DESCRIPTION
           MOVE "CUSTOMER" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           MOVE "SERV" TO CR-CODE
           MOVE "UNHAPPY WITH SERVICE" TO CR-DESCRIPTION
           MOVE "CUSTOMER" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           MOVE "CONS" TO CR-CODE
           MOVE "CONSOLIDATING ACCOUNTS" TO CR-DESCRIPTION
           MOVE "CUSTOMER" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           MOVE "NEED" TO CR-CODE
           MOVE "ACCOUNT NO LONGER NEEDED" TO CR-DESCRIPTION
           MOVE "CUSTOMER" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           MOVE "DECD" TO CR-CODE
           MOVE "DEATH OF OWNER" TO CR-DESCRIPTION
           MOVE "DEATH" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           MOVE "ESCH" TO CR-CODE
           MOVE "DORMANT - ESCHEATED TO STATE" TO CR-DESCRIPTION
           MOVE "ESCHEAT" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           MOVE "BANK" TO CR-CODE
           MOVE "BANK EXIT DECISION" TO CR-DESCRIPTION
           MOVE "BANK" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           MOVE "FRAD" TO CR-CODE
           MOVE "FRAUD OR RISK EXIT" TO CR-DESCRIPTION
           MOVE "BANK" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           MOVE "OTHR" TO CR-CODE
           MOVE "OTHER" TO CR-DESCRIPTION
           MOVE "OTHER" TO CR-CATEGORY
           MOVE "ACTIVE" TO CR-STATUS
           WRITE CR-DETAILS

           DISPLAY "STANDARD CLOSURE REASON CODES SEEDED.".
       0140-END.

       0200-ADD-OR-UPDATE-CODE.
           DISPLAY "INSERT THE CODE (UP TO 4 CHARS): "
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-CODE-IN) TO WS-CODE-IN

           IF WS-CODE-IN = SPACES
              DISPLAY "THE CODE CANNOT BE BLANK."
              GO TO 0200-END
           END-IF

           DISPLAY "INSERT THE DESCRIPTION: "
           ACCEPT WS-DESC-IN
           MOVE FUNCTION UPPER-CASE (WS-DESC-IN) TO WS-DESC-IN

           MOVE SPACES TO WS-CATEGORY-IN
           MOVE SPACES TO CR-CATEGORY
           PERFORM UNTIL CR-CATEGORY-VALID
              DISPLAY "INSERT THE CATEGORY (CUSTOMER/BANK/DEATH/"
                      "ESCHEAT/OTHER): "
              ACCEPT WS-CATEGORY-IN
              MOVE FUNCTION UPPER-CASE (WS-CATEGORY-IN)
                   TO WS-CATEGORY-IN
              MOVE WS-CATEGORY-IN TO CR-CATEGORY
              IF NOT CR-CATEGORY-VALID
                 DISPLAY "INVALID CATEGORY - PLEASE TRY AGAIN."
              END-IF
           END-PERFORM

           MOVE WS-CODE-IN TO CR-CODE
           READ CLOSE-REASONS KEY IS CR-CODE
              INVALID KEY
                 MOVE WS-CODE-IN TO CR-CODE
                 MOVE WS-DESC-IN TO CR-DESCRIPTION
                 MOVE WS-CATEGORY-IN TO CR-CATEGORY
                 MOVE "ACTIVE" TO CR-STATUS
                 WRITE CR-DETAILS
              NOT INVALID KEY
                 MOVE WS-DESC-IN TO CR-DESCRIPTION
                 MOVE WS-CATEGORY-IN TO CR-CATEGORY
                 REWRITE CR-DETAILS
           END-READ

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "STORED CLOSURE REASON " WS-CODE-IN " "
                  WS-CATEGORY-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           DISPLAY "CLOSURE REASON CODE STORED.".
       0200-END.

       0300-LIST-CODES.
           MOVE ZEROES TO WS-REASON-COUNT
           MOVE LOW-VALUES TO CR-CODE
           SET NOT-EOF-REASONS TO TRUE
           START CLOSE-REASONS KEY IS NOT LESS THAN CR-CODE
              INVALID KEY
                 SET EOF-REASONS TO TRUE
           END-START

           PERFORM UNTIL EOF-REASONS
              READ CLOSE-REASONS NEXT RECORD
                 AT END
                    SET EOF-REASONS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-REASON-COUNT
                    DISPLAY CR-CODE " " CR-DESCRIPTION " "
                            CR-CATEGORY " " CR-STATUS
              END-READ
           END-PERFORM

           IF WS-REASON-COUNT = ZEROES
              DISPLAY "NO CLOSURE REASON CODES ON FILE."
           END-IF.
       0300-END.

       0400-TOGGLE-CODE.
           DISPLAY "INSERT THE CODE TO RETIRE OR REINSTATE: "
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-CODE-IN) TO WS-CODE-IN

           MOVE WS-CODE-IN TO CR-CODE
           READ CLOSE-REASONS KEY IS CR-CODE
              INVALID KEY
                 DISPLAY "NO SUCH CLOSURE REASON CODE."
                 GO TO 0400-END
           END-READ

           IF CR-STATUS = "ACTIVE"
              MOVE "INACTVE" TO CR-STATUS
           ELSE
              MOVE "ACTIVE" TO CR-STATUS
           END-IF
           REWRITE CR-DETAILS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "CLOSURE REASON " CR-CODE " NOW " CR-STATUS
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT THRU 0880-END

           IF CR-STATUS = "ACTIVE"
              DISPLAY "CODE " CR-CODE " REINSTATED."
           ELSE
              DISPLAY "CODE " CR-CODE " RETIRED - IT CAN NO LONGER "
                      "BE CHOSEN WHEN CLOSING AN ACCOUNT."
           END-IF.
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

           STRING "SEQ" WS-AUDIT-SEQ " " WS-AUDIT-TIMESTAMP(1:8)
                  "-" WS-AUDIT-TIMESTAMP(9:6)
                  " " WS-AUDIT-OPERATOR " manageCloseReasons: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
