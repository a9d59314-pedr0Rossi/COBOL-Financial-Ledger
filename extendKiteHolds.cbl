       IDENTIFICATION DIVISION.
       PROGRAM-ID. extendKiteHolds.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HOLDS ASSIGN TO "holds.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLDS-CHECK-STATUS.

       SELECT KITE-CONFIG ASSIGN TO "kiting.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KITE-CONFIG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOLDS.
       01  HOLD-DETAILS.
           05 HOLD-KEY.
               10 HOLD-ID            PIC 9(5).
           05 HOLD-ACC-ID            PIC 9(8).
           05 HOLD-AMOUNT            PIC 9(9)V99.
           05 HOLD-REASON            PIC X(20).
           05 HOLD-CREATED-AT        PIC X(10).
           05 HOLD-STATUS            PIC X(8).

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

       01  HOLDS-CHECK-STATUS        PIC XX.
       01  KITE-CONFIG-CHECK-STATUS  PIC XX.

       01  WS-EOF-HOLDS              PIC X VALUE "N".
           88  EOF-HOLDS             VALUE "Y".
           88  NOT-EOF-HOLDS         VALUE "N".

       01  WS-EXT-DAYS               PIC 9(2).
       01  WS-DAY-COUNT              PIC 9(2).
       01  WS-REL-NUM                PIC 9(8).
       01  WS-REL-INT                PIC 9(8).
       01  WS-DOW                    PIC 9(1).
       01  WS-REL-DATE               PIC X(10).

       LINKAGE SECTION.

       01  LS-ACC-ID                 PIC 9(8).
       01  LS-BUS-DATE               PIC X(10).
       01  LS-EXTENDED               PIC 9(3).

       PROCEDURE DIVISION USING LS-ACC-ID LS-BUS-DATE LS-EXTENDED.

       0100-MAIN.
           MOVE ZEROES TO LS-EXTENDED

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

           MOVE LS-BUS-DATE(1:4) TO WS-REL-NUM(1:4)
           MOVE LS-BUS-DATE(6:2) TO WS-REL-NUM(5:2)
           MOVE LS-BUS-DATE(9:2) TO WS-REL-NUM(7:2)
           COMPUTE WS-REL-INT = FUNCTION INTEGER-OF-DATE (WS-REL-NUM)

           MOVE ZEROES TO WS-DAY-COUNT
           PERFORM UNTIL WS-DAY-COUNT >= WS-EXT-DAYS
              ADD 1 TO WS-REL-INT
              COMPUTE WS-DOW = FUNCTION REM (WS-REL-INT, 7)
              IF WS-DOW NOT = 6 AND WS-DOW NOT = 0
                 ADD 1 TO WS-DAY-COUNT
              END-IF
           END-PERFORM

           COMPUTE WS-REL-NUM = FUNCTION DATE-OF-INTEGER (WS-REL-INT)
           MOVE WS-REL-NUM(1:4) TO WS-REL-DATE(1:4)
           MOVE "-" TO WS-REL-DATE(5:1)
           MOVE WS-REL-NUM(5:2) TO WS-REL-DATE(6:2)
           MOVE "-" TO WS-REL-DATE(8:1)
           MOVE WS-REL-NUM(7:2) TO WS-REL-DATE(9:2)

           OPEN I-O HOLDS
           IF HOLDS-CHECK-STATUS NOT = "00"
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE LOW-VALUES TO HOLD-ID
           SET NOT-EOF-HOLDS TO TRUE
           START HOLDS KEY IS NOT LESS THAN HOLD-KEY
              INVALID KEY
                 SET EOF-HOLDS TO TRUE
           END-START

           PERFORM UNTIL EOF-HOLDS
              READ HOLDS NEXT RECORD
                 AT END
                    SET EOF-HOLDS TO TRUE
                 NOT AT END
                    IF HOLD-ACC-ID = LS-ACC-ID
                       AND HOLD-STATUS = "ACTIVE"
                       AND HOLD-REASON(1:6) = "AVAIL "
                       AND HOLD-REASON(7:10) < WS-REL-DATE
                       MOVE SPACES TO HOLD-REASON
                       STRING "AVAIL " WS-REL-DATE
                          DELIMITED BY SIZE INTO HOLD-REASON
                       REWRITE HOLD-DETAILS
                       ADD 1 TO LS-EXTENDED
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HOLDS.
       0100-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
