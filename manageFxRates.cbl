           RECORD KEY IS FXP-KEY
           FILE STATUS IS FX-PENDING-CHECK-STATUS.

       SELECT FX-LIMITS ASSIGN TO "fxlimits.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FLM-CURRENCY
           FILE STATUS IS FX-LIMITS-CHECK-STATUS.

       SELECT FX-POSITIONS ASSIGN TO "fxposition.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPS-CURRENCY
           FILE STATUS IS FX-POSITIONS-CHECK-STATUS.

       SELECT ERROR-LOG ASSIGN TO "errors.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-LOG-CHECK-STATUS.
           05 FXP-FEED-DATE          PIC X(10).
           05 FXP-STATUS             PIC X(8).

       FD  FX-LIMITS.
       01  FLM-DETAILS.
           05 FLM-CURRENCY           PIC X(3).
           05 FLM-LIMIT              PIC 9(11)V99.
           05 FLM-OVERRIDE-AMT       PIC 9(11)V99.
           05 FLM-UPDATED-BY         PIC X(8).
           05 FLM-UPDATED-AT         PIC X(10).

       FD  FX-POSITIONS.
       01  FPS-DETAILS.
           05 FPS-CURRENCY           PIC X(3).
           05 FPS-POSITION           PIC S9(11)V99.
           05 FPS-RATE               PIC 9(3)V9(6).
           05 FPS-BASE-EQUIV         PIC S9(13)V99.
           05 FPS-LAST-UPDATED       PIC X(10).
           05 FPS-LAST-SOURCE        PIC X(20).

       FD  ERROR-LOG.
       01  ERROR-LOG-RECORD          PIC X(120).

       01  FX-SPREADS-CHECK-STATUS PIC XX.
       01  FX-HISTORY-CHECK-STATUS PIC XX.
       01  FX-PENDING-CHECK-STATUS PIC XX.
       01  FX-LIMITS-CHECK-STATUS  PIC XX.
       01  FX-POSITIONS-CHECK-STATUS PIC XX.
       01  ERROR-LOG-CHECK-STATUS  PIC XX.
       01  AUDIT-LOG-CHECK-STATUS  PIC XX.

           88  EOF-HISTORY         VALUE "Y".
           88  NOT-EOF-HISTORY     VALUE "N".

       01  WS-LIMIT-CCY-IN         PIC X(3).
           88  WS-LIMIT-CCY-VALID  VALUES "EUR" "GBP" "ALL".
       01  WS-LIMIT-IN             PIC 9(11)V99.
       01  WS-OVERRIDE-IN          PIC 9(11)V99.

       01  WS-EOF-LIMITS           PIC X VALUE "N".
           88  EOF-LIMITS          VALUE "Y".
           88  NOT-EOF-LIMITS      VALUE "N".

       01  WS-EOF-POSITIONS        PIC X VALUE "N".
           88  EOF-POSITIONS       VALUE "Y".
           88  NOT-EOF-POSITIONS   VALUE "N".

       01  WS-SUP-ID               PIC X(8).
       01  WS-SUP-OK               PIC X.
       01  WS-REVIEW-DECISION      PIC X.
                                   VALUE "5 - Review Held Feed Rates".
           02 WS-RATE-MENU-OPT6    PIC X(17)
                                   VALUE "6 - Rate History".
           02 WS-RATE-MENU-OPT7    PIC X(22)
                                   VALUE "7 - Set Position Limit".
           02 WS-RATE-MENU-OPT8    PIC X(27)
                                   VALUE "8 - List Positions/Limits".
           02 WS-RATE-MENU-OPT0    PIC X(8)
                                   VALUE "0 - Exit".

           DISPLAY WS-RATE-MENU-OPT4
           DISPLAY WS-RATE-MENU-OPT5
           DISPLAY WS-RATE-MENU-OPT6
           DISPLAY WS-RATE-MENU-OPT7
           DISPLAY WS-RATE-MENU-OPT8
           DISPLAY WS-RATE-MENU-OPT0
           DISPLAY WS-RATE-MENU-LINE
           ACCEPT WS-MENU-OPT
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 8
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ADD-OR-UPDATE-RATE THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-RATES
              WHEN 3
                 PERFORM 0400-SET-SPREAD THRU 0400-END
              WHEN 4
                 PERFORM 0500-LIST-SPREADS THRU 0500-END
              WHEN 5
                 PERFORM 0600-REVIEW-HELD-RATES THRU 0600-END
              WHEN 6
                 PERFORM 0700-LIST-RATE-HISTORY THRU 0700-END
              WHEN 7
                 PERFORM 0750-SET-POSITION-LIMIT THRU 0750-END
              WHEN 8
                 PERFORM 0800-LIST-POSITIONS THRU 0800-END
           END-EVALUATE

           CLOSE FX-RATES
                 MOVE WS-AUDIT-OPERATOR TO FX-MAINTAINED-BY
                 WRITE FX-DETAILS
              NOT INVALID KEY
                 PERFORM 0650-ARCHIVE-OLD-RATE THRU 0650-END
                 MOVE WS-RATE-IN TO FX-RATE
                 MOVE WS-TODAY TO FX-EFFECTIVE-DATE
                 MOVE WS-AUDIT-OPERATOR TO FX-MAINTAINED-BY
                    MOVE WS-SUP-ID TO FX-MAINTAINED-BY
                    WRITE FX-DETAILS
                 NOT INVALID KEY
                    PERFORM 0650-ARCHIVE-OLD-RATE THRU 0650-END
                    MOVE FXP-RATE TO FX-RATE
                    MOVE FXP-FEED-DATE TO FX-EFFECTIVE-DATE
                    MOVE WS-SUP-ID TO FX-MAINTAINED-BY
           CLOSE FX-HISTORY.
       0700-END.

       0750-SET-POSITION-LIMIT.
           DISPLAY "INSERT THE CURRENCY (EUR/GBP, OR ALL FOR THE "
                   "OVERALL OPEN POSITION): "
           ACCEPT WS-LIMIT-CCY-IN
           MOVE FUNCTION UPPER-CASE (WS-LIMIT-CCY-IN)
                TO WS-LIMIT-CCY-IN
           IF NOT WS-LIMIT-CCY-VALID
              DISPLAY "INVALID CURRENCY."
              GO TO 0750-END
           END-IF

           DISPLAY "INSERT THE POSITION LIMIT IN USD (0 REMOVES "
                   "THE LIMIT): "
           ACCEPT WS-LIMIT-IN

           MOVE ZEROES TO WS-OVERRIDE-IN
           IF WS-LIMIT-IN > ZEROES
              DISPLAY "INSERT THE SUPERVISOR-OVERRIDE THRESHOLD IN "
                      "USD (DEALS ABOVE IT ARE BLOCKED IN BREACH): "
              ACCEPT WS-OVERRIDE-IN
           END-IF

           OPEN I-O FX-LIMITS
           IF FX-LIMITS-CHECK-STATUS = "35"
              OPEN OUTPUT FX-LIMITS
              CLOSE FX-LIMITS
              OPEN I-O FX-LIMITS
           END-IF

           IF FX-LIMITS-CHECK-STATUS NOT = "00"
              MOVE FX-LIMITS-CHECK-STATUS TO WS-ERR-CODE
              MOVE "OPENING FX LIMITS FILE" TO WS-ERR-CONTEXT
              PERFORM 0890-LOG-ERROR
              GO TO 0750-END
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YYYYMMDD
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-TODAY-YEAR
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-TODAY-MONTH
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-TODAY-DAY

           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
              AND SESSION-OPERATOR-ID NOT = LOW-VALUES
              MOVE SESSION-OPERATOR-ID TO WS-AUDIT-OPERATOR
           END-IF

           MOVE WS-LIMIT-CCY-IN TO FLM-CURRENCY
           READ FX-LIMITS KEY IS FLM-CURRENCY
              INVALID KEY
                 IF WS-LIMIT-IN > ZEROES
                    MOVE WS-LIMIT-CCY-IN TO FLM-CURRENCY
                    MOVE WS-LIMIT-IN TO FLM-LIMIT
                    MOVE WS-OVERRIDE-IN TO FLM-OVERRIDE-AMT
                    MOVE WS-AUDIT-OPERATOR TO FLM-UPDATED-BY
                    MOVE WS-TODAY TO FLM-UPDATED-AT
                    WRITE FLM-DETAILS
                 END-IF
              NOT INVALID KEY
                 IF WS-LIMIT-IN = ZEROES
                    DELETE FX-LIMITS RECORD
                 ELSE
                    MOVE WS-LIMIT-IN TO FLM-LIMIT
                    MOVE WS-OVERRIDE-IN TO FLM-OVERRIDE-AMT
                    MOVE WS-AUDIT-OPERATOR TO FLM-UPDATED-BY
                    MOVE WS-TODAY TO FLM-UPDATED-AT
                    REWRITE FLM-DETAILS
                 END-IF
           END-READ

           CLOSE FX-LIMITS

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "SET FX LIMIT " WS-LIMIT-CCY-IN " = " WS-LIMIT-IN
                  " OVRD " WS-OVERRIDE-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           PERFORM 0880-WRITE-AUDIT

           IF WS-LIMIT-IN = ZEROES
              DISPLAY "POSITION LIMIT REMOVED FOR " WS-LIMIT-CCY-IN
                      "."
           ELSE
              DISPLAY "POSITION LIMIT STORED FOR " WS-LIMIT-CCY-IN
                      "."
           END-IF.
       0750-END.

       0800-LIST-POSITIONS.
           OPEN INPUT FX-POSITIONS
           IF FX-POSITIONS-CHECK-STATUS NOT = "00"
              DISPLAY "NO FX POSITIONS ON FILE."
           ELSE
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
                       DISPLAY FPS-CURRENCY " POSITION "
                               FPS-POSITION " USD "
                               FPS-BASE-EQUIV " AT " FPS-RATE
                               " UPDATED " FPS-LAST-UPDATED
                 END-READ
              END-PERFORM
              CLOSE FX-POSITIONS
           END-IF

           OPEN INPUT FX-LIMITS
           IF FX-LIMITS-CHECK-STATUS NOT = "00"
              DISPLAY "NO FX POSITION LIMITS ON FILE."
              GO TO 0800-END
           END-IF

           MOVE ZEROES TO WS-RATE-COUNT
           MOVE LOW-VALUES TO FLM-CURRENCY
           SET NOT-EOF-LIMITS TO TRUE
           START FX-LIMITS KEY IS NOT LESS THAN FLM-CURRENCY
              INVALID KEY
                 SET EOF-LIMITS TO TRUE
           END-START

           PERFORM UNTIL EOF-LIMITS
              READ FX-LIMITS NEXT RECORD
                 AT END
                    SET EOF-LIMITS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RATE-COUNT
                    DISPLAY FLM-CURRENCY " LIMIT " FLM-LIMIT
                            " OVERRIDE ABOVE " FLM-OVERRIDE-AMT
                            " BY " FLM-UPDATED-BY " "
                            FLM-UPDATED-AT
              END-READ
           END-PERFORM

           IF WS-RATE-COUNT = ZEROES
              DISPLAY "NO FX POSITION LIMITS ON FILE."
           END-IF

           CLOSE FX-LIMITS.
       0800-END.

       0880-WRITE-AUDIT.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATOR
           IF SESSION-OPERATOR-ID NOT = SPACES
