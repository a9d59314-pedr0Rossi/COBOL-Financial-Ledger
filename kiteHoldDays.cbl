       IDENTIFICATION DIVISION.
       PROGRAM-ID. kiteHoldDays.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT KITE-SUSPECTS ASSIGN TO "kitesuspects.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KS-ACC-ID
           FILE STATUS IS KITE-SUSPECTS-CHECK-STATUS.

       SELECT KITE-CONFIG ASSIGN TO "kiting.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KITE-CONFIG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  KITE-SUSPECTS.
       01  KS-DETAILS.
           05 KS-ACC-ID              PIC 9(8).
           05 KS-CUST-ID             PIC 9(6).
           05 KS-FLAGGED-DATE        PIC X(10).
           05 KS-LAST-SEEN           PIC X(10).
           05 KS-SCORE               PIC 9(1).
           05 KS-PAIR-COUNT          PIC 9(3).
           05 KS-TURN-COUNT          PIC 9(3).
           05 KS-UNCOLLECTED         PIC 9(9)V99.
           05 KS-BALANCE             PIC S9(9)V99.
           05 KS-UNCOLL-PCT          PIC 9(3).
           05 KS-EXT-HOLD            PIC X(1).
           05 KS-STATUS              PIC X(8).
           05 KS-REVIEWED-BY         PIC X(8).
           05 KS-REVIEWED-DATE       PIC X(10).
           05 KS-NOTE                PIC X(30).

       FD  KITE-CONFIG.
       01  KITE-CONFIG-LINE.
           05 KC-LOOKBACK-DAYS       PIC 9(2).
           05 FILLER                 PIC X(1).
           05 KC-TURN-DAYS           PIC 9(2).
           05 FILLER                 PIC X(1).
           05 KC-TOLERANCE-PCT       PIC 9(2).
           05 FILLER                 PIC X(1).
           05 KC-MIN-AMOUNT          PIC 9(7)V99.
           05 FILLER                 PIC X(1).
           05 KC-UNCOLL-PCT          PIC 9(3).
           05 FILLER                 PIC X(1).
           05 KC-MIN-SCORE           PIC 9(1).
           05 FILLER                 PIC X(1).
           05 KC-EXT-HOLD            PIC X(1).
           05 FILLER                 PIC X(1).
           05 KC-EXT-DAYS            PIC 9(2).

       WORKING-STORAGE SECTION.

       01  KITE-SUSPECTS-CHECK-STATUS PIC XX.
       01  KITE-CONFIG-CHECK-STATUS   PIC XX.

       01  WS-EXT-DAYS               PIC 9(2).

       LINKAGE SECTION.

       01  LS-ACC-ID                 PIC 9(8).
       01  LS-HOLD-DAYS              PIC 9(2).

       PROCEDURE DIVISION USING LS-ACC-ID LS-HOLD-DAYS.

       0100-MAIN.
           OPEN INPUT KITE-SUSPECTS
           IF KITE-SUSPECTS-CHECK-STATUS NOT = "00"
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE LS-ACC-ID TO KS-ACC-ID
           READ KITE-SUSPECTS KEY IS KS-ACC-ID
              INVALID KEY
                 CLOSE KITE-SUSPECTS
                 GO TO 0900-END-PROGRAM
           END-READ
           CLOSE KITE-SUSPECTS

           IF KS-STATUS NOT = "SUSPECT" OR KS-EXT-HOLD NOT = "Y"
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE 10 TO WS-EXT-DAYS
           OPEN INPUT KITE-CONFIG
           IF KITE-CONFIG-CHECK-STATUS = "00"
              READ KITE-CONFIG
                 AT END
                    CONTINUE
                 NOT AT END
                    IF KC-EXT-DAYS NUMERIC AND KC-EXT-DAYS > ZEROES
                       MOVE KC-EXT-DAYS TO WS-EXT-DAYS
                    END-IF
              END-READ
              CLOSE KITE-CONFIG
           END-IF

           IF LS-HOLD-DAYS < WS-EXT-DAYS
              MOVE WS-EXT-DAYS TO LS-HOLD-DAYS
              DISPLAY "ACCOUNT " LS-ACC-ID " IS UNDER KITING REVIEW - "
                      "EXTENDED HOLD OF " WS-EXT-DAYS
                      " BUSINESS DAYS APPLIES."
           END-IF.
       0100-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
