       IDENTIFICATION DIVISION.
       PROGRAM-ID. poaExpiryReport.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SIGNERS ASSIGN TO "signers.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SG-KEY
           FILE STATUS IS SIGNERS-CHECK-STATUS.

       SELECT REPORT-OUT ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SIGNERS.
       01  SG-DETAILS.
           05 SG-KEY.
               10 SG-ACC-ID          PIC 9(8).
               10 SG-SEQ             PIC 9(2).
           05 SG-NAME                PIC X(30).
           05 SG-ID-DOC              PIC X(20).
           05 SG-DOC-TYPE            PIC X(10).
           05 SG-DOC-REF             PIC X(20).
           05 SG-SCOPE               PIC X(8).
           05 SG-LIMIT               PIC 9(9)V99.
           05 SG-START               PIC X(10).
           05 SG-EXPIRY              PIC X(10).
           05 SG-STATUS              PIC X(8).
           05 SG-ADDED               PIC X(10).
           05 SG-ADDED-BY            PIC X(8).

       FD  REPORT-OUT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  SIGNERS-CHECK-STATUS      PIC XX.
       01  REPORT-CHECK-STATUS       PIC XX.

       01  WS-EOF-SIGNERS            PIC X VALUE "N".
           88  EOF-SIGNERS           VALUE "Y".
           88  NOT-EOF-SIGNERS       VALUE "N".

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       01  WS-ITEM-COUNT             PIC 9(5).
       01  WS-WINDOW-DAYS            PIC 9(3) VALUE 30.
       01  WS-TODAY-INT              PIC 9(8).
       01  WS-EXPIRY-INT             PIC 9(8).
       01  WS-DAYS-LEFT              PIC 9(3).

       01  WS-HORIZON-YYYYMMDD       PIC 9(8).
       01  WS-HORIZON-DATE           PIC X(10).
       01  WS-EXPIRY-YYYYMMDD        PIC 9(8).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

       01  WS-REPORT-NAME            PIC X(40).
       01  WS-CAT-REPORT-NAME        PIC X(20).
       01  WS-CAT-FILE-NAME          PIC X(40).
       01  WS-CAT-PARAMS             PIC X(30).

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE ZEROES TO WS-ITEM-COUNT

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              DISPLAY "NO BUSINESS DATE ON FILE - THE REPORT "
                      "CANNOT RUN."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE WS-BUS-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-BUS-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-BUS-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)

           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD)
           COMPUTE WS-HORIZON-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER (WS-TODAY-INT + WS-WINDOW-DAYS)
           MOVE SPACES TO WS-HORIZON-DATE
           STRING WS-HORIZON-YYYYMMDD(1:4) "-"
                  WS-HORIZON-YYYYMMDD(5:2) "-"
                  WS-HORIZON-YYYYMMDD(7:2)
              DELIMITED BY SIZE INTO WS-HORIZON-DATE

           OPEN INPUT SIGNERS
           IF SIGNERS-CHECK-STATUS NOT = "00"
              DISPLAY "NO AUTHORIZED SIGNERS ON FILE."
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "poaexpiry_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           OPEN OUTPUT REPORT-OUT
           IF REPORT-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT FILE: "
                      REPORT-CHECK-STATUS
              CLOSE SIGNERS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "POA AND SIGNER AUTHORITIES EXPIRING "
                  WS-BUS-DATE " TO " WS-HORIZON-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT  NO SIGNER                         "
                  "DOCUMENT   SCOPE    EXPIRES    DAYS"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE ZEROES TO SG-ACC-ID
           MOVE ZEROES TO SG-SEQ
           SET NOT-EOF-SIGNERS TO TRUE
           START SIGNERS KEY IS NOT LESS THAN SG-KEY
              INVALID KEY
                 SET EOF-SIGNERS TO TRUE
           END-START

           PERFORM UNTIL EOF-SIGNERS
              READ SIGNERS NEXT RECORD
                 AT END
                    SET EOF-SIGNERS TO TRUE
                 NOT AT END
                    IF SG-STATUS = "ACTIVE"
                       AND SG-EXPIRY NOT = SPACES
                       AND SG-EXPIRY NOT < WS-BUS-DATE
                       AND SG-EXPIRY NOT > WS-HORIZON-DATE
                       PERFORM 0200-REPORT-SIGNER
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SIGNERS

           MOVE SPACES TO REPORT-LINE
           IF WS-ITEM-COUNT = ZEROES
              MOVE "NO SIGNER AUTHORITIES EXPIRE IN THE WINDOW."
                 TO REPORT-LINE
           ELSE
              STRING "AUTHORITIES EXPIRING: " WS-ITEM-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-OUT

           DISPLAY "POA EXPIRY REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "POA EXPIRING" TO WS-CAT-REPORT-NAME
           MOVE WS-REPORT-NAME TO WS-CAT-FILE-NAME
           MOVE SPACES TO WS-CAT-PARAMS
           STRING WS-BUS-DATE " TO " WS-HORIZON-DATE
              DELIMITED BY SIZE INTO WS-CAT-PARAMS
           CALL "catalogReport" USING WS-CAT-REPORT-NAME
                WS-CAT-FILE-NAME WS-CAT-PARAMS

           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-REPORT-SIGNER.
           ADD 1 TO WS-ITEM-COUNT

           MOVE SG-EXPIRY(1:4) TO WS-EXPIRY-YYYYMMDD(1:4)
           MOVE SG-EXPIRY(6:2) TO WS-EXPIRY-YYYYMMDD(5:2)
           MOVE SG-EXPIRY(9:2) TO WS-EXPIRY-YYYYMMDD(7:2)
           COMPUTE WS-EXPIRY-INT =
              FUNCTION INTEGER-OF-DATE (WS-EXPIRY-YYYYMMDD)
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT

           MOVE SPACES TO REPORT-LINE
           STRING SG-ACC-ID " " SG-SEQ " " SG-NAME " " SG-DOC-TYPE
                  " " SG-SCOPE " " SG-EXPIRY " " WS-DAYS-LEFT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       0200-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
