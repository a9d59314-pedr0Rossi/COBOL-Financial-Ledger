       IDENTIFICATION DIVISION.
       PROGRAM-ID. maskIdentity.
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

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  OPERATORS-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-FULL-VIEW              PIC X VALUE "N".
           88  WS-FULL-ALLOWED       VALUE "Y".
           88  WS-FULL-DENIED        VALUE "N".

       01  WS-MASK-IN                PIC X(15).
       01  WS-MASK-OUT               PIC X(15).
       01  WS-MASK-LEN               PIC 9(2).
       01  WS-MASK-IDX               PIC 9(2).

       LINKAGE SECTION.

       01  LS-CUST-ID                PIC 9(6).
       01  LS-TAX-ID                 PIC X(11).
       01  LS-DOC-NO                 PIC X(15).
       01  LS-TAX-SHOW               PIC X(11).
       01  LS-DOC-SHOW               PIC X(15).
       01  LS-CONTEXT                PIC X(12).

       PROCEDURE DIVISION USING LS-CUST-ID LS-TAX-ID LS-DOC-NO
                                LS-TAX-SHOW LS-DOC-SHOW LS-CONTEXT.

       0100-MAIN.
           PERFORM 0200-CHECK-ROLE THRU 0200-END

           IF WS-FULL-ALLOWED
              MOVE LS-TAX-ID TO LS-TAX-SHOW
              MOVE LS-DOC-NO TO LS-DOC-SHOW
              IF LS-TAX-ID NOT = SPACES OR LS-DOC-NO NOT = SPACES
                 MOVE SPACES TO WS-AUDIT-ACTION
                 STRING "UNMASKED ID VIEW CUST " LS-CUST-ID
                        " BY " SESSION-OPERATOR-ID " " LS-CONTEXT
                    DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                 PERFORM 0880-WRITE-AUDIT THRU 0880-END
              END-IF
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE LS-TAX-ID TO WS-MASK-IN
           PERFORM 0300-MASK-VALUE THRU 0300-END
           MOVE WS-MASK-OUT TO LS-TAX-SHOW

           MOVE LS-DOC-NO TO WS-MASK-IN
           PERFORM 0300-MASK-VALUE THRU 0300-END
           MOVE WS-MASK-OUT TO LS-DOC-SHOW

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-CHECK-ROLE.
           SET WS-FULL-DENIED TO TRUE

           IF SESSION-OPERATOR-ID = SPACES
              OR SESSION-OPERATOR-ID = LOW-VALUES
              GO TO 0200-END
           END-IF

           IF SESSION-TRAINING = "Y"
              GO TO 0200-END
           END-IF

           OPEN INPUT OPERATORS
           IF OPERATORS-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           MOVE SESSION-OPERATOR-ID TO OP-ID
           READ OPERATORS KEY IS OP-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF (OP-ROLE = "SUPERVISOR" OR OP-ROLE = "ADMIN")
                    AND OP-TRAINEE NOT = "Y"
                    SET WS-FULL-ALLOWED TO TRUE
                 END-IF
           END-READ
           CLOSE OPERATORS.
       0200-END.

       0300-MASK-VALUE.
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN = SPACES
              GO TO 0300-END
           END-IF

           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-MASK-IN TRAILING))
                TO WS-MASK-LEN

           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
              UNTIL WS-MASK-IDX > WS-MASK-LEN
              IF WS-MASK-IDX > WS-MASK-LEN - 4
                 AND WS-MASK-LEN > 4
                 MOVE WS-MASK-IN(WS-MASK-IDX:1)
                      TO WS-MASK-OUT(WS-MASK-IDX:1)
              ELSE
                 MOVE "*" TO WS-MASK-OUT(WS-MASK-IDX:1)
              END-IF
           END-PERFORM.
       0300-END.

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
                  " " WS-AUDIT-OPERATOR " maskIdentity: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
