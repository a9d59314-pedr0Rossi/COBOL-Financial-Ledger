       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanModReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LOAN-MODS ASSIGN TO "loanmods.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LM-KEY
           FILE STATUS IS LOAN-MODS-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-MODS.
       01  LM-DETAILS.
           05 LM-KEY.
               10 LM-ACC-ID          PIC 9(8).
               10 LM-SEQ             PIC 9(3).
           05 LM-DATE                PIC X(10).
           05 LM-KIND                PIC X(8).
           05 LM-REASON              PIC X(40).
           05 LM-PAID-COUNT          PIC 9(3).
           05 LM-OLD-RATE            PIC V9(4).
           05 LM-NEW-RATE            PIC V9(4).
           05 LM-OLD-TERM            PIC 9(3).
           05 LM-NEW-TERM            PIC 9(3).
           05 LM-OLD-PAYMENT         PIC 9(7)V99.
           05 LM-NEW-PAYMENT         PIC 9(7)V99.
           05 LM-OLD-BALANCE         PIC 9(9)V99.
           05 LM-NEW-BALANCE         PIC 9(9)V99.
           05 LM-DEFERRED            PIC 9(3).
           05 LM-CAPITALIZED         PIC 9(9)V99.
           05 LM-OPERATOR            PIC X(8).
           05 LM-APPROVER            PIC X(8).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  LOAN-MODS-CHECK-STATUS    PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-MODS               PIC X VALUE "N".
           88  EOF-MODS              VALUE "Y".
           88  NOT-EOF-MODS          VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-FROM-DATE              PIC X(10).
       01  WS-THRU-DATE              PIC X(10).

       01  WS-MOD-COUNT              PIC 9(5).
       01  WS-LAST-ACC-ID            PIC 9(8).
       01  WS-LOAN-COUNT             PIC 9(5).
       01  WS-CAPITAL-TOTAL          PIC 9(11)V99.

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-MOD-COUNT
           MOVE ZEROES TO WS-LOAN-COUNT
           MOVE ZEROES TO WS-LAST-ACC-ID
           MOVE ZEROES TO WS-CAPITAL-TOTAL

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE REPORT "
                      "CANNOT RUN."
              GO TO 0900-END-PROGRAM
           END-IF

           DISPLAY "INSERT THE FROM DATE (YYYY-MM-DD, BLANK FOR "
                   "ALL): "
           ACCEPT WS-FROM-DATE
           DISPLAY "INSERT THE THROUGH DATE (YYYY-MM-DD, BLANK FOR "
                   "ALL): "
           ACCEPT WS-THRU-DATE
           IF WS-THRU-DATE = SPACES
              MOVE HIGH-VALUES TO WS-THRU-DATE
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           OPEN INPUT LOAN-MODS
           IF LOAN-MODS-CHECK-STATUS NOT = "00"
              DISPLAY "NO LOAN MODIFICATIONS ARE ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "loanmods_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              CLOSE LOAN-MODS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN MODIFICATION LOG AS OF " WS-BUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "LOAN ACCT MOD DATE       KIND     PAID OPERATOR "
                  "APPROVER REASON"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "          BEFORE: BALANCE RATE  TERM PAYMENT     "
                  "AFTER: BALANCE RATE  TERM PAYMENT"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE ZEROES TO LM-ACC-ID
           MOVE ZEROES TO LM-SEQ
           SET NOT-EOF-MODS TO TRUE
           START LOAN-MODS KEY IS NOT LESS THAN LM-KEY
              INVALID KEY
                 SET EOF-MODS TO TRUE
           END-START

           PERFORM UNTIL EOF-MODS
              READ LOAN-MODS NEXT RECORD
                 AT END
                    SET EOF-MODS TO TRUE
                 NOT AT END
                    IF LM-DATE >= WS-FROM-DATE
                       AND LM-DATE <= WS-THRU-DATE
                       PERFORM 0200-REPORT-MOD
                    END-IF
              END-READ
           END-PERFORM

           CLOSE LOAN-MODS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-MOD-COUNT = ZEROES
              MOVE "NO LOAN MODIFICATIONS IN THIS PERIOD."
                TO REPORT-LINE
           ELSE
              STRING "MODIFICATIONS: " WS-MOD-COUNT
                     " LOANS RESTRUCTURED: " WS-LOAN-COUNT
                     " INTEREST CAPITALIZED: " WS-CAPITAL-TOTAL
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT

           DISPLAY "LOAN MODIFICATION LOG WRITTEN TO " WS-REPORT-NAME

           MOVE "LOAN MODIFICATIONS" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           IF WS-FROM-DATE NOT = SPACES
              MOVE WS-FROM-DATE TO WS-CAT-PARAMS
           END-IF
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-REPORT-MOD.
           ADD 1 TO WS-MOD-COUNT
           ADD LM-CAPITALIZED TO WS-CAPITAL-TOTAL
           IF LM-ACC-ID NOT = WS-LAST-ACC-ID
              ADD 1 TO WS-LOAN-COUNT
              MOVE LM-ACC-ID TO WS-LAST-ACC-ID
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING LM-ACC-ID "  " LM-SEQ " " LM-DATE " " LM-KIND " "
                  LM-PAID-COUNT "  " LM-OPERATOR " " LM-APPROVER " "
                  LM-REASON
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "          " LM-OLD-BALANCE " " LM-OLD-RATE " "
                  LM-OLD-TERM " " LM-OLD-PAYMENT "  "
                  LM-NEW-BALANCE " " LM-NEW-RATE " "
                  LM-NEW-TERM " " LM-NEW-PAYMENT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           IF LM-DEFERRED > ZEROES OR LM-CAPITALIZED > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "          DEFERRED " LM-DEFERRED
                     " INSTALLMENTS - INTEREST CAPITALIZED "
                     LM-CAPITALIZED
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY REPORT-LINE
           END-IF.
       0200-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
