       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxPosition.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FX-POSITIONS ASSIGN TO "fxposition.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPS-CURRENCY
           FILE STATUS IS FX-POSITIONS-CHECK-STATUS.

       SELECT FX-LIMITS ASSIGN TO "fxlimits.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FLM-CURRENCY
           FILE STATUS IS FX-LIMITS-CHECK-STATUS.

       SELECT FX-RATES ASSIGN TO "fxrates.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FX-KEY
           FILE STATUS IS FX-RATES-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FX-POSITIONS.
       01  FPS-DETAILS.
           05 FPS-CURRENCY           PIC X(3).
           05 FPS-POSITION           PIC S9(11)V99.
           05 FPS-RATE               PIC 9(3)V9(6).
           05 FPS-BASE-EQUIV         PIC S9(13)V99.
           05 FPS-LAST-UPDATED       PIC X(10).
           05 FPS-LAST-SOURCE        PIC X(20).

       FD  FX-LIMITS.
       01  FLM-DETAILS.
           05 FLM-CURRENCY           PIC X(3).
           05 FLM-LIMIT              PIC 9(11)V99.
           05 FLM-OVERRIDE-AMT       PIC 9(11)V99.
           05 FLM-UPDATED-BY         PIC X(8).
           05 FLM-UPDATED-AT         PIC X(10).

       FD  FX-RATES.
       01  FX-DETAILS.
           05 FX-KEY.
               10 FX-FROM-CCY        PIC X(3).
               10 FX-TO-CCY          PIC X(3).
           05 FX-RATE                PIC 9(3)V9(6).
           05 FX-EFFECTIVE-DATE      PIC X(10).
           05 FX-MAINTAINED-BY       PIC X(8).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  FX-POSITIONS-CHECK-STATUS PIC XX.
       01  FX-LIMITS-CHECK-STATUS    PIC XX.
       01  FX-RATES-CHECK-STATUS     PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.

       01  WS-ERR-TIMESTAMP          PIC X(26).

       01  WS-EOF-POSITIONS          PIC X VALUE "N".
           88  EOF-POSITIONS         VALUE "Y".
           88  NOT-EOF-POSITIONS     VALUE "N".

       01  WS-POS-FOUND              PIC X.
       01  WS-RATE                   PIC 9(3)V9(6).
       01  WS-OLD-POSITION           PIC S9(11)V99.
       01  WS-NEW-POSITION           PIC S9(11)V99.
       01  WS-NEW-EQUIV              PIC S9(13)V99.
       01  WS-ABS-OLD                PIC 9(11)V99.
       01  WS-ABS-NEW                PIC 9(11)V99.
       01  WS-ABS-EQUIV              PIC 9(13)V99.
       01  WS-DEAL-EQUIV             PIC 9(13)V99.
       01  WS-SUM-LONG               PIC 9(13)V99.
       01  WS-SUM-SHORT              PIC 9(13)V99.
       01  WS-OVERALL                PIC 9(13)V99.

       01  WS-CCY-LIMIT              PIC 9(11)V99.
       01  WS-CCY-OVERRIDE           PIC 9(11)V99.
       01  WS-CCY-LIMIT-FOUND        PIC X.
       01  WS-ALL-LIMIT              PIC 9(11)V99.
       01  WS-ALL-OVERRIDE           PIC 9(11)V99.
       01  WS-ALL-LIMIT-FOUND        PIC X.
       01  WS-THRESHOLD              PIC 9(11)V99.

       01  WS-CCY-BREACH             PIC X.
       01  WS-ALL-BREACH             PIC X.
       01  WS-SAME-DIRECTION         PIC X.

       01  WS-ED-POSITION            PIC -(11)9.99.
       01  WS-ED-EQUIV               PIC -(13)9.99.
       01  WS-ED-LIMIT               PIC Z(10)9.99.
       01  WS-ED-DEAL                PIC Z(12)9.99.

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

       LINKAGE SECTION.

       01  LS-FX-REQUEST.
           05 LS-FXQ-ACTION          PIC X.
              88  LS-FXQ-CHECK       VALUE "C".
              88  LS-FXQ-POST        VALUE "P".
              88  LS-FXQ-REVALUE     VALUE "R".
           05 LS-FXQ-CCY             PIC X(3).
           05 LS-FXQ-AMOUNT          PIC S9(11)V99.
           05 LS-FXQ-RATE            PIC 9(3)V9(6).
           05 LS-FXQ-SOURCE          PIC X(20).
           05 LS-FXQ-REF             PIC X(20).

       01  LS-FX-RESULT.
           05 LS-FXR-STATUS          PIC X.
              88  LS-FXR-OK          VALUE "O".
              88  LS-FXR-WARNING     VALUE "W".
              88  LS-FXR-BLOCKED     VALUE "B".
           05 LS-FXR-MESSAGE         PIC X(60).

       PROCEDURE DIVISION USING LS-FX-REQUEST LS-FX-RESULT.

       0100-MAIN.
           SET LS-FXR-OK TO TRUE
           MOVE SPACES TO LS-FXR-MESSAGE

           IF LS-FXQ-CCY = "USD" OR LS-FXQ-CCY = SPACES
              GO TO 0900-END-PROGRAM
           END-IF

           CALL "getBusinessDate" USING WS-BUS-DATE WS-BUS-STATUS
           IF WS-BUS-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BUS-DATE(1:4)
              MOVE "-" TO WS-BUS-DATE(5:1)
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BUS-DATE(6:2)
              MOVE "-" TO WS-BUS-DATE(8:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO WS-BUS-DATE(9:2)
           END-IF

           OPEN I-O FX-POSITIONS
           IF FX-POSITIONS-CHECK-STATUS = "35"
              OPEN OUTPUT FX-POSITIONS
              CLOSE FX-POSITIONS
              OPEN I-O FX-POSITIONS
           END-IF

           IF FX-POSITIONS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING FX POSITION FILE: "
                      FX-POSITIONS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0200-FIND-RATE THRU 0200-END
           PERFORM 0250-READ-LIMITS THRU 0250-END
           PERFORM 0300-SUM-OTHER-POSITIONS

           MOVE "N" TO WS-POS-FOUND
           MOVE ZEROES TO WS-OLD-POSITION
           MOVE LS-FXQ-CCY TO FPS-CURRENCY
           READ FX-POSITIONS KEY IS FPS-CURRENCY
              INVALID KEY
                 MOVE "N" TO WS-POS-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO WS-POS-FOUND
                 MOVE FPS-POSITION TO WS-OLD-POSITION
           END-READ

           IF LS-FXQ-REVALUE
              MOVE WS-OLD-POSITION TO WS-NEW-POSITION
           ELSE
              COMPUTE WS-NEW-POSITION =
                      WS-OLD-POSITION + LS-FXQ-AMOUNT
           END-IF

           PERFORM 0400-EVALUATE-LIMITS

           EVALUATE TRUE
              WHEN LS-FXQ-CHECK
                 PERFORM 0500-CHECK-DEAL THRU 0500-END
              WHEN LS-FXQ-POST
                 PERFORM 0600-STORE-POSITION
              WHEN LS-FXQ-REVALUE
                 IF WS-POS-FOUND = "Y"
                    PERFORM 0600-STORE-POSITION
                 END-IF
           END-EVALUATE

           CLOSE FX-POSITIONS
           GO TO 0900-END-PROGRAM.
       0100-END.

       0200-FIND-RATE.
           MOVE LS-FXQ-RATE TO WS-RATE
           IF WS-RATE NOT = ZEROES
              GO TO 0200-END
           END-IF

           OPEN INPUT FX-RATES
           IF FX-RATES-CHECK-STATUS NOT = "00"
              GO TO 0200-END
           END-IF

           MOVE LS-FXQ-CCY TO FX-FROM-CCY
           MOVE "USD" TO FX-TO-CCY
           READ FX-RATES KEY IS FX-KEY
              NOT INVALID KEY
                 MOVE FX-RATE TO WS-RATE
           END-READ

           CLOSE FX-RATES.
       0200-END.

       0250-READ-LIMITS.
           MOVE "N" TO WS-CCY-LIMIT-FOUND
           MOVE "N" TO WS-ALL-LIMIT-FOUND
           MOVE ZEROES TO WS-CCY-LIMIT WS-CCY-OVERRIDE
           MOVE ZEROES TO WS-ALL-LIMIT WS-ALL-OVERRIDE

           OPEN INPUT FX-LIMITS
           IF FX-LIMITS-CHECK-STATUS NOT = "00"
              GO TO 0250-END
           END-IF

           MOVE LS-FXQ-CCY TO FLM-CURRENCY
           READ FX-LIMITS KEY IS FLM-CURRENCY
              NOT INVALID KEY
                 IF FLM-LIMIT > ZEROES
                    MOVE "Y" TO WS-CCY-LIMIT-FOUND
                    MOVE FLM-LIMIT TO WS-CCY-LIMIT
                    MOVE FLM-OVERRIDE-AMT TO WS-CCY-OVERRIDE
                 END-IF
           END-READ

           MOVE "ALL" TO FLM-CURRENCY
           READ FX-LIMITS KEY IS FLM-CURRENCY
              NOT INVALID KEY
                 IF FLM-LIMIT > ZEROES
                    MOVE "Y" TO WS-ALL-LIMIT-FOUND
                    MOVE FLM-LIMIT TO WS-ALL-LIMIT
                    MOVE FLM-OVERRIDE-AMT TO WS-ALL-OVERRIDE
                 END-IF
           END-READ

           CLOSE FX-LIMITS.
       0250-END.

       0300-SUM-OTHER-POSITIONS.
           MOVE ZEROES TO WS-SUM-LONG
           MOVE ZEROES TO WS-SUM-SHORT
           MOVE LOW-VALUES TO FPS-CURRENCY
           SET NOT-EOF-POSITIONS TO TRUE
           START FX-POSITIONS KEY IS NOT LESS THAN FPS-CURRENCY
              INVALID KEY
                 SET EOF-POSITIONS TO TRUE
           END-START

           PERFORM UNTIL EOF-POSITIONS
              READ FX-POSITIONS NEXT RECORD
                 AT END
                    SET EOF-POSITIONS TO TRUE
                 NOT AT END
                    IF FPS-CURRENCY NOT = LS-FXQ-CCY
                       IF FPS-BASE-EQUIV > ZEROES
                          ADD FPS-BASE-EQUIV TO WS-SUM-LONG
                       ELSE
                          SUBTRACT FPS-BASE-EQUIV FROM WS-SUM-SHORT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0300-END.

       0400-EVALUATE-LIMITS.
           COMPUTE WS-NEW-EQUIV ROUNDED = WS-NEW-POSITION * WS-RATE

           IF WS-NEW-EQUIV < ZEROES
              COMPUTE WS-ABS-EQUIV = ZEROES - WS-NEW-EQUIV
              ADD WS-ABS-EQUIV TO WS-SUM-SHORT
           ELSE
              MOVE WS-NEW-EQUIV TO WS-ABS-EQUIV
              ADD WS-ABS-EQUIV TO WS-SUM-LONG
           END-IF

           IF WS-SUM-LONG > WS-SUM-SHORT
              MOVE WS-SUM-LONG TO WS-OVERALL
           ELSE
              MOVE WS-SUM-SHORT TO WS-OVERALL
           END-IF

           MOVE "N" TO WS-CCY-BREACH
           IF WS-CCY-LIMIT-FOUND = "Y"
              AND WS-ABS-EQUIV > WS-CCY-LIMIT
              MOVE "Y" TO WS-CCY-BREACH
           END-IF

           MOVE "N" TO WS-ALL-BREACH
           IF WS-ALL-LIMIT-FOUND = "Y"
              AND WS-OVERALL > WS-ALL-LIMIT
              MOVE "Y" TO WS-ALL-BREACH
           END-IF.
       0400-END.

       0500-CHECK-DEAL.
           IF WS-CCY-BREACH = "N" AND WS-ALL-BREACH = "N"
              GO TO 0500-END
           END-IF

           IF WS-OLD-POSITION < ZEROES
              COMPUTE WS-ABS-OLD = ZEROES - WS-OLD-POSITION
           ELSE
              MOVE WS-OLD-POSITION TO WS-ABS-OLD
           END-IF
           IF WS-NEW-POSITION < ZEROES
              COMPUTE WS-ABS-NEW = ZEROES - WS-NEW-POSITION
           ELSE
              MOVE WS-NEW-POSITION TO WS-ABS-NEW
           END-IF

           MOVE "N" TO WS-SAME-DIRECTION
           IF WS-ABS-NEW > WS-ABS-OLD
              MOVE "Y" TO WS-SAME-DIRECTION
           END-IF

           IF WS-SAME-DIRECTION = "N"
              GO TO 0500-END
           END-IF

           IF LS-FXQ-AMOUNT < ZEROES
              COMPUTE WS-DEAL-EQUIV ROUNDED =
                      (ZEROES - LS-FXQ-AMOUNT) * WS-RATE
           ELSE
              COMPUTE WS-DEAL-EQUIV ROUNDED = LS-FXQ-AMOUNT * WS-RATE
           END-IF

           IF WS-CCY-BREACH = "Y"
              MOVE WS-CCY-OVERRIDE TO WS-THRESHOLD
           ELSE
              MOVE WS-ALL-OVERRIDE TO WS-THRESHOLD
           END-IF

           MOVE WS-DEAL-EQUIV TO WS-ED-DEAL
           IF WS-DEAL-EQUIV > WS-THRESHOLD
              SET LS-FXR-BLOCKED TO TRUE
              IF WS-CCY-BREACH = "Y"
                 STRING LS-FXQ-CCY " POSITION LIMIT EXCEEDED - USD "
                        WS-ED-DEAL " NEEDS OVERRIDE"
                    DELIMITED BY SIZE INTO LS-FXR-MESSAGE
              ELSE
                 STRING "OVERALL FX LIMIT EXCEEDED - USD "
                        WS-ED-DEAL " NEEDS OVERRIDE"
                    DELIMITED BY SIZE INTO LS-FXR-MESSAGE
              END-IF
           ELSE
              SET LS-FXR-WARNING TO TRUE
              IF WS-CCY-BREACH = "Y"
                 STRING LS-FXQ-CCY " POSITION LIMIT EXCEEDED - "
                        "DEAL WITHIN OVERRIDE THRESHOLD"
                    DELIMITED BY SIZE INTO LS-FXR-MESSAGE
              ELSE
                 STRING "OVERALL FX LIMIT EXCEEDED - "
                        "DEAL WITHIN OVERRIDE THRESHOLD"
                    DELIMITED BY SIZE INTO LS-FXR-MESSAGE
              END-IF
           END-IF.
       0500-END.

       0600-STORE-POSITION.
           MOVE LS-FXQ-CCY TO FPS-CURRENCY
           MOVE WS-NEW-POSITION TO FPS-POSITION
           MOVE WS-RATE TO FPS-RATE
           MOVE WS-NEW-EQUIV TO FPS-BASE-EQUIV
           MOVE WS-BUS-DATE TO FPS-LAST-UPDATED
           MOVE LS-FXQ-SOURCE TO FPS-LAST-SOURCE

           IF WS-POS-FOUND = "Y"
              REWRITE FPS-DETAILS
                 INVALID KEY
                    DISPLAY "ERROR UPDATING FX POSITION FOR "
                            LS-FXQ-CCY
              END-REWRITE
           ELSE
              WRITE FPS-DETAILS
                 INVALID KEY
                    DISPLAY "ERROR WRITING FX POSITION FOR "
                            LS-FXQ-CCY
              END-WRITE
           END-IF

           IF WS-CCY-BREACH = "Y" OR WS-ALL-BREACH = "Y"
              PERFORM 0890-LOG-BREACH
              MOVE SPACES TO LS-FXR-MESSAGE
              STRING "FX POSITION LIMIT BREACH RAISED FOR "
                     LS-FXQ-CCY
                 DELIMITED BY SIZE INTO LS-FXR-MESSAGE
              SET LS-FXR-WARNING TO TRUE
           END-IF.
       0600-END.

       0890-LOG-BREACH.
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           OPEN EXTEND ERROR-LOG
           IF ERROR-LOG-CHECK-STATUS = "35"
              OPEN OUTPUT ERROR-LOG
           END-IF

           MOVE WS-NEW-POSITION TO WS-ED-POSITION
           MOVE WS-NEW-EQUIV TO WS-ED-EQUIV

           IF WS-CCY-BREACH = "Y"
              MOVE WS-CCY-LIMIT TO WS-ED-LIMIT
              MOVE SPACES TO ERROR-LOG-RECORD
              STRING WS-ERR-TIMESTAMP(1:8) "-" WS-ERR-TIMESTAMP(9:6)
                     " fxPosition FX LIMIT BREACH " LS-FXQ-CCY
                     ": POSITION " WS-ED-POSITION " USD "
                     WS-ED-EQUIV " LIMIT " WS-ED-LIMIT
                 DELIMITED BY SIZE INTO ERROR-LOG-RECORD
              WRITE ERROR-LOG-RECORD
           END-IF

           IF WS-ALL-BREACH = "Y"
              MOVE WS-ALL-LIMIT TO WS-ED-LIMIT
              MOVE WS-OVERALL TO WS-ED-EQUIV
              MOVE SPACES TO ERROR-LOG-RECORD
              STRING WS-ERR-TIMESTAMP(1:8) "-" WS-ERR-TIMESTAMP(9:6)
                     " fxPosition FX LIMIT BREACH ALL: OVERALL USD "
                     WS-ED-EQUIV " LIMIT " WS-ED-LIMIT
                     " AFTER " LS-FXQ-CCY
                 DELIMITED BY SIZE INTO ERROR-LOG-RECORD
              WRITE ERROR-LOG-RECORD
           END-IF

           CLOSE ERROR-LOG.
       0890-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
