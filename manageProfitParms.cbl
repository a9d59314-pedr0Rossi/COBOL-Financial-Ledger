       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageProfitParms.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PROFIT-PARMS ASSIGN TO "profitparms.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-KEY
           FILE STATUS IS PROFIT-PARMS-CHECK-STATUS.

       SELECT ACCT-TYPES ASSIGN TO "accttypes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CODE
           FILE STATUS IS ACCT-TYPES-CHECK-STATUS.

       SELECT TXN-CODES ASSIGN TO "txncodes.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-CODE
           FILE STATUS IS TXN-CODES-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PROFIT-PARMS.
       01  PP-DETAILS.
           05 PP-KEY.
              10 PP-KIND             PIC X(1).
              10 PP-CODE             PIC X(10).
           05 PP-FTP-RATE            PIC V9(4).
           05 PP-FTP-DIR             PIC X(1).
           05 PP-UNIT-COST           PIC 9(3)V99.

       FD  ACCT-TYPES.
       01  AT-DETAILS.
           02 AT-CODE              PIC X(10).
           02 AT-DESCRIPTION       PIC X(30).
           02 AT-MIN-BALANCE       PIC S9(7)V99.
           02 AT-FEE-AMOUNT        PIC S9(5)V99.
           02 AT-STATUS            PIC X(7).
           02 AT-MONTHLY-FEE       PIC S9(5)V99.
           02 AT-WAIVER-MIN-BAL    PIC S9(7)V99.

       FD  TXN-CODES.
       01  TC-DETAILS.
           05 TC-CODE             PIC X(4).
           05 TC-DESCRIPTION      PIC X(30).
           05 TC-CATEGORY         PIC X(8).
           05 TC-STATUS           PIC X(7).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  PROFIT-PARMS-CHECK-STATUS PIC XX.
       01  ACCT-TYPES-CHECK-STATUS PIC XX.
       01  TXN-CODES-CHECK-STATUS  PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(60).
       01  WS-AUDIT-TIMESTAMP      PIC X(26).
       01  WS-AUDIT-SEQ            PIC 9(9).

       01  WS-EOF-PARMS            PIC X VALUE "N".
           88  EOF-PARMS           VALUE "Y".
           88  NOT-EOF-PARMS       VALUE "N".

       01  WS-MENU-OPT             PIC 9.

       01  WS-KIND-IN              PIC X(1).
       01  WS-CODE-IN              PIC X(10).
       01  WS-RATE-IN              PIC V9(4).
       01  WS-DIR-IN               PIC X(1).
           88  WS-DIR-VALID        VALUES "C" "H".
       01  WS-COST-IN              PIC 9(3)V99.
       01  WS-CONFIRM              PIC X.
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-RATE-OUT             PIC 9.9999.
       01  WS-COST-OUT             PIC ZZ9.99.
       01  WS-DIR-DESC             PIC X(6).

       01  WS-PROFIT-MENU.
           02 WS-PP-MENU-LINE     PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-PP-MENU-OPT1     PIC X(28)
                                   VALUE "1 - List Profitability Table".
           02 WS-PP-MENU-OPT2     PIC X(30)
                                   VALUE "2 - Set FTP Rate (Acct Type)".
           02 WS-PP-MENU-OPT3     PIC X(30)
                                   VALUE "3 - Set Unit Cost (Txn Code)".
           02 WS-PP-MENU-OPT4     PIC X(24)
                                   VALUE "4 - Remove Entry".
           02 WS-PP-MENU-OPT0     PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-PP-MENU-LINE
           DISPLAY "PROFITABILITY RATES AND UNIT COSTS"
           DISPLAY WS-PP-MENU-OPT1
           DISPLAY WS-PP-MENU-OPT2
           DISPLAY WS-PP-MENU-OPT3
           DISPLAY WS-PP-MENU-OPT4
           DISPLAY WS-PP-MENU-OPT0
           DISPLAY WS-PP-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 4
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O PROFIT-PARMS
           IF PROFIT-PARMS-CHECK-STATUS = "35"
              OPEN OUTPUT PROFIT-PARMS
              CLOSE PROFIT-PARMS
              OPEN I-O PROFIT-PARMS
           END-IF

           IF PROFIT-PARMS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE PROFITABILITY TABLE: "
                      PROFIT-PARMS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-LIST-PARMS
              WHEN 2
                 PERFORM 0300-SET-FTP-RATE THRU 0300-END
              WHEN 3
                 PERFORM 0400-SET-UNIT-COST
              WHEN 4
                 PERFORM 0500-REMOVE-ENTRY THRU 0500-END
           END-EVALUATE

           CLOSE PROFIT-PARMS
           PERFORM 0100-MAIN.
       0100-END.

       0200-LIST-PARMS.
           MOVE ZEROES TO WS-LIST-COUNT
           MOVE LOW-VALUES TO PP-KEY
           SET NOT-EOF-PARMS TO TRUE
           START PROFIT-PARMS KEY IS NOT LESS THAN PP-KEY
              INVALID KEY
                 SET EOF-PARMS TO TRUE
           END-START

           PERFORM UNTIL EOF-PARMS
              READ PROFIT-PARMS NEXT RECORD
                 AT END
                    SET EOF-PARMS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    IF PP-KIND = "F"
                       MOVE PP-FTP-RATE TO WS-RATE-OUT
                       IF PP-FTP-DIR = "C"
                          MOVE "CREDIT" TO WS-DIR-DESC
                       ELSE
                          MOVE "CHARGE" TO WS-DIR-DESC
                       END-IF
                       DISPLAY "FTP  ACCOUNT TYPE " PP-CODE " "
                               WS-DIR-DESC " " WS-RATE-OUT
                               " PER YEAR ON AVERAGE BALANCE"
                    ELSE
                       MOVE PP-UNIT-COST TO WS-COST-OUT
                       DISPLAY "COST TXN CODE     " PP-CODE " "
                               WS-COST-OUT " PER ITEM"
                    END-IF
              END-READ
           END-PERFORM

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "THE PROFITABILITY TABLE IS EMPTY."
           ELSE
              DISPLAY "TXN CODE * IS THE COST FOR CODES NOT LISTED."
           END-IF.
       0200-END.

       0300-SET-FTP-RATE.
           DISPLAY "INSERT THE ACCOUNT TYPE: "
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-CODE-IN) TO WS-CODE-IN

           OPEN INPUT ACCT-TYPES
           IF ACCT-TYPES-CHECK-STATUS = "00"
              MOVE WS-CODE-IN TO AT-CODE
              READ ACCT-TYPES KEY IS AT-CODE
                 INVALID KEY
                    DISPLAY "WARNING: " WS-CODE-IN " IS NOT IN THE "
                            "ACCOUNT TYPE TABLE."
              END-READ
              CLOSE ACCT-TYPES
           END-IF

           DISPLAY "C - FTP CREDIT (THE PRODUCT PROVIDES FUNDS) OR "
                   "H - FTP CHARGE (THE PRODUCT USES FUNDS): "
           ACCEPT WS-DIR-IN
           MOVE FUNCTION UPPER-CASE (WS-DIR-IN) TO WS-DIR-IN
           IF NOT WS-DIR-VALID
              DISPLAY "INVALID ENTRY."
              GO TO 0300-END
           END-IF

           DISPLAY "INSERT THE ANNUAL FTP RATE (E.G. 0.0325): "
           ACCEPT WS-RATE-IN

           MOVE "F" TO PP-KIND
           MOVE WS-CODE-IN TO PP-CODE
           READ PROFIT-PARMS KEY IS PP-KEY
              INVALID KEY
                 MOVE "F" TO PP-KIND
                 MOVE WS-CODE-IN TO PP-CODE
                 MOVE WS-RATE-IN TO PP-FTP-RATE
                 MOVE WS-DIR-IN TO PP-FTP-DIR
                 MOVE ZEROES TO PP-UNIT-COST
                 WRITE PP-DETAILS
              NOT INVALID KEY
                 MOVE WS-RATE-IN TO PP-FTP-RATE
                 MOVE WS-DIR-IN TO PP-FTP-DIR
                 REWRITE PP-DETAILS
           END-READ

           MOVE WS-RATE-IN TO WS-RATE-OUT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET FTP RATE " WS-CODE-IN " " WS-DIR-IN " "
                  WS-RATE-OUT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "FTP RATE FOR " WS-CODE-IN " SAVED.".
       0300-END.

       0400-SET-UNIT-COST.
           DISPLAY "INSERT THE TRANSACTION CODE (* FOR ALL OTHERS): "
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-CODE-IN) TO WS-CODE-IN

           IF WS-CODE-IN NOT = "*"
              OPEN INPUT TXN-CODES
              IF TXN-CODES-CHECK-STATUS = "00"
                 MOVE WS-CODE-IN TO TC-CODE
                 READ TXN-CODES KEY IS TC-CODE
                    INVALID KEY
                       DISPLAY "WARNING: CODE " WS-CODE-IN " IS NOT "
                               "IN THE TRANSACTION CODE TABLE."
                 END-READ
                 CLOSE TXN-CODES
              END-IF
           END-IF

           DISPLAY "INSERT THE PROCESSING COST PER ITEM (E.G. "
                   "000.35): "
           ACCEPT WS-COST-IN

           MOVE "C" TO PP-KIND
           MOVE WS-CODE-IN TO PP-CODE
           READ PROFIT-PARMS KEY IS PP-KEY
              INVALID KEY
                 MOVE "C" TO PP-KIND
                 MOVE WS-CODE-IN TO PP-CODE
                 MOVE ZEROES TO PP-FTP-RATE
                 MOVE SPACES TO PP-FTP-DIR
                 MOVE WS-COST-IN TO PP-UNIT-COST
                 WRITE PP-DETAILS
              NOT INVALID KEY
                 MOVE WS-COST-IN TO PP-UNIT-COST
                 REWRITE PP-DETAILS
           END-READ

           MOVE WS-COST-IN TO WS-COST-OUT
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET UNIT COST " WS-CODE-IN " " WS-COST-OUT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "UNIT COST FOR " WS-CODE-IN " SAVED.".
       0400-END.

       0500-REMOVE-ENTRY.
           DISPLAY "REMOVE AN FTP RATE (F) OR A UNIT COST (C): "
           ACCEPT WS-KIND-IN
           MOVE FUNCTION UPPER-CASE (WS-KIND-IN) TO WS-KIND-IN
           IF WS-KIND-IN NOT = "F" AND WS-KIND-IN NOT = "C"
              DISPLAY "INVALID ENTRY."
              GO TO 0500-END
           END-IF

           DISPLAY "INSERT THE ACCOUNT TYPE OR TRANSACTION CODE: "
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE (WS-CODE-IN) TO WS-CODE-IN

           MOVE WS-KIND-IN TO PP-KIND
           MOVE WS-CODE-IN TO PP-CODE
           READ PROFIT-PARMS KEY IS PP-KEY
              INVALID KEY
                 DISPLAY "NO ENTRY IS SET FOR " WS-CODE-IN
                 GO TO 0500-END
           END-READ

           DISPLAY "REMOVE THE ENTRY FOR " WS-CODE-IN "? (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
              DISPLAY "THE ENTRY WAS KEPT."
              GO TO 0500-END
           END-IF

           DELETE PROFIT-PARMS RECORD
              INVALID KEY
                 DISPLAY "ERROR REMOVING THE ENTRY: "
                         PROFIT-PARMS-CHECK-STATUS
                 GO TO 0500-END
           END-DELETE

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "REMOVED PROFITABILITY ENTRY " WS-KIND-IN " "
                  WS-CODE-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           DISPLAY "ENTRY FOR " WS-CODE-IN " REMOVED.".
       0500-END.

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
                  " " WS-AUDIT-OPERATOR " manageProfitParms: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
