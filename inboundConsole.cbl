       IDENTIFICATION DIVISION.
       PROGRAM-ID. inboundConsole.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INBOUND-FILES ASSIGN TO "inbound.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBF-ID
           FILE STATUS IS INBOUND-CHECK-STATUS.

       SELECT AUDIT-LOG ASSIGN TO "audit.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INBOUND-FILES.
       01  IBF-DETAILS.
           05 IBF-ID                 PIC 9(7).
           05 IBF-SOURCE             PIC X(12).
           05 IBF-HEADER-ID          PIC X(20).
           05 IBF-CREATED            PIC X(10).
           05 IBF-RECORD-COUNT       PIC 9(7).
           05 IBF-HASH-TOTAL         PIC 9(13)V9(6).
           05 IBF-RECEIVED-DATE      PIC X(10).
           05 IBF-RECEIVED-BY        PIC X(8).
           05 IBF-STATUS             PIC X(8).
           05 IBF-CHECKPOINT         PIC 9(7).
           05 IBF-COMPLETED-AT       PIC X(10).
           05 IBF-OVERRIDE-BY        PIC X(8).
           05 IBF-RERUN-AUTH         PIC X(8).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  SESSION-CONTEXT EXTERNAL.
           05 SESSION-OPERATOR-ID  PIC X(8).
           05 SESSION-TERMINAL-ID  PIC X(8).
           05 SESSION-BRANCH-ID    PIC X(4).
           05 SESSION-TRAINING     PIC X(1).

       01  INBOUND-CHECK-STATUS      PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-AUDIT-OPERATOR         PIC X(8).
       01  WS-AUDIT-ACTION           PIC X(60).
       01  WS-AUDIT-TIMESTAMP        PIC X(26).
       01  WS-AUDIT-SEQ              PIC 9(9).

       01  WS-EOF-INBOUND            PIC X VALUE "N".
           88  EOF-INBOUND           VALUE "Y".
           88  NOT-EOF-INBOUND       VALUE "N".

       01  WS-MENU-OPT               PIC 9.
       01  WS-REG-ID-IN              PIC 9(7).
       01  WS-SOURCE-IN              PIC X(12).
       01  WS-CONFIRM                PIC X.
       01  WS-LIST-COUNT             PIC 9(5).

       01  WS-SUP-ID                 PIC X(8).
       01  WS-SUP-OK                 PIC X.
           88  WS-SUP-VERIFIED       VALUE "Y".

       01  WS-HASH-EDIT              PIC Z(12)9.999999.

       01  WS-INBOUND-MENU.
           02 WS-INBOUND-MENU-LINE PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-INBOUND-MENU-OPT1 PIC X(28)
                                   VALUE "1 - List Inbound Files".
           02 WS-INBOUND-MENU-OPT2 PIC X(28)
                                   VALUE "2 - Authorize File Re-run".
           02 WS-INBOUND-MENU-OPT0 PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           DISPLAY WS-INBOUND-MENU-LINE
           DISPLAY "INBOUND FILE REGISTRY"
           DISPLAY WS-INBOUND-MENU-OPT1
           DISPLAY WS-INBOUND-MENU-OPT2
           DISPLAY WS-INBOUND-MENU-OPT0
           DISPLAY WS-INBOUND-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 2
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN I-O INBOUND-FILES
           IF INBOUND-CHECK-STATUS = "35"
              OPEN OUTPUT INBOUND-FILES
              CLOSE INBOUND-FILES
              OPEN I-O INBOUND-FILES
           END-IF

           IF INBOUND-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING INBOUND FILE REGISTRY: "
                      INBOUND-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-LIST-FILES THRU 0200-END
              WHEN 2
                 PERFORM 0300-AUTHORIZE-RERUN THRU 0300-END
           END-EVALUATE

           CLOSE INBOUND-FILES
           PERFORM 0100-MAIN.
       0100-END.

       0200-LIST-FILES.
           DISPLAY "INSERT THE SOURCE (POSTBATCH, BANKSTMT, "
                   "EXTRETURNS, FXFEED) OR BLANK FOR ALL: "
           MOVE SPACES TO WS-SOURCE-IN
           ACCEPT WS-SOURCE-IN
           MOVE FUNCTION UPPER-CASE (WS-SOURCE-IN) TO WS-SOURCE-IN

           MOVE ZEROES TO WS-LIST-COUNT
           MOVE ZEROES TO IBF-ID
           SET NOT-EOF-INBOUND TO TRUE
           START INBOUND-FILES KEY IS NOT LESS THAN IBF-ID
              INVALID KEY
                 SET EOF-INBOUND TO TRUE
           END-START

           PERFORM UNTIL EOF-INBOUND
              READ INBOUND-FILES NEXT RECORD
                 AT END
                    SET EOF-INBOUND TO TRUE
                 NOT AT END
                    IF WS-SOURCE-IN = SPACES
                       OR IBF-SOURCE = WS-SOURCE-IN
                       ADD 1 TO WS-LIST-COUNT
                       MOVE IBF-HASH-TOTAL TO WS-HASH-EDIT
                       DISPLAY IBF-ID " " IBF-SOURCE " "
                               IBF-HEADER-ID " " IBF-CREATED
                               " RECS " IBF-RECORD-COUNT
                               " HASH " WS-HASH-EDIT
                       DISPLAY "        RECEIVED " IBF-RECEIVED-DATE
                               " BY " IBF-RECEIVED-BY
                               " " IBF-STATUS
                               " CHKPT " IBF-CHECKPOINT
                               " DONE " IBF-COMPLETED-AT
                               " OVR " IBF-OVERRIDE-BY
                               " RERUN " IBF-RERUN-AUTH
                    END-IF
              END-READ
           END-PERFORM

           IF WS-LIST-COUNT = ZEROES
              DISPLAY "NO INBOUND FILES ARE REGISTERED."
           ELSE
              DISPLAY WS-LIST-COUNT " INBOUND FILE(S) LISTED."
           END-IF.
       0200-END.

       0300-AUTHORIZE-RERUN.
           DISPLAY "INSERT THE REGISTRY ID: "
           ACCEPT WS-REG-ID-IN

           MOVE WS-REG-ID-IN TO IBF-ID
           READ INBOUND-FILES KEY IS IBF-ID
              INVALID KEY
                 DISPLAY "THAT FILE IS NOT IN THE REGISTRY."
                 GO TO 0300-END
           END-READ

           MOVE IBF-HASH-TOTAL TO WS-HASH-EDIT
           DISPLAY "FILE " IBF-ID " " IBF-SOURCE " " IBF-HEADER-ID
                   " CREATED " IBF-CREATED
           DISPLAY "RECORDS " IBF-RECORD-COUNT " HASH " WS-HASH-EDIT
           DISPLAY "RECEIVED " IBF-RECEIVED-DATE " BY "
                   IBF-RECEIVED-BY " STATUS " IBF-STATUS

           IF IBF-STATUS NOT = "DONE"
              DISPLAY "THE FILE WAS NOT COMPLETED - ITS NEXT RUN "
                      "RESUMES IT WITHOUT AN AUTHORIZATION."
              GO TO 0300-END
           END-IF

           IF IBF-RERUN-AUTH NOT = SPACES
              DISPLAY "A RE-RUN WAS ALREADY AUTHORIZED BY "
                      IBF-RERUN-AUTH "."
              GO TO 0300-END
           END-IF

           CALL "verifySupervisor" USING WS-SUP-ID WS-SUP-OK
           IF NOT WS-SUP-VERIFIED
              DISPLAY "NO RE-RUN WAS AUTHORIZED."
              GO TO 0300-END
           END-IF

           DISPLAY "ALLOW THIS FILE TO BE PROCESSED ONE MORE TIME? "
                   "(Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = "Y"
              DISPLAY "NO RE-RUN WAS AUTHORIZED."
              GO TO 0300-END
           END-IF

           MOVE WS-SUP-ID TO IBF-RERUN-AUTH
           REWRITE IBF-DETAILS
           IF INBOUND-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR UPDATING INBOUND FILE REGISTRY: "
                      INBOUND-CHECK-STATUS
              GO TO 0300-END
           END-IF

           DISPLAY "RE-RUN AUTHORIZED - THE NEXT RUN WILL ACCEPT "
                   "THIS FILE ONCE."

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "RERUN AUTH FILE " IBF-ID " " IBF-SOURCE
                  " SUP " WS-SUP-ID
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT.
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
                  " " WS-AUDIT-OPERATOR " inboundConsole: "
                  WS-AUDIT-ACTION
              DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.
       0880-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
