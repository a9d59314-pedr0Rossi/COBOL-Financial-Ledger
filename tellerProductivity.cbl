           02 OP-BRANCH            PIC X(4).
           02 OP-POST-LIMIT        PIC 9(7)V99.
           02 OP-TRAINEE           PIC X(1).
           02 OP-CUST-ID           PIC 9(6).

       FD  DRAWER-FILE.
       01  DRW-DETAILS.

           MOVE ZEROES TO WS-OP-COUNT

           PERFORM 0200-SCAN-AUDIT-LOG THRU 0200-END
           PERFORM 0300-SUM-DRAWER-RESULTS THRU 0300-END
           PERFORM 0400-FILL-BRANCHES THRU 0400-END
           PERFORM 0500-WRITE-REPORT THRU 0500-END

           GO TO 0900-END-PROGRAM.
       0100-END.
                 NOT AT END
                    IF AUDIT-LOG-RECORD(1:3) = "SEQ"
                       AND AUDIT-LOG-RECORD(14:8) NUMERIC
                       PERFORM 0250-CLASSIFY-LINE THRU 0250-END
                    END-IF
              END-READ
           END-PERFORM
           MOVE 6 TO WS-NEEDLE-LEN
           PERFORM 0280-CONTAINS
           IF WS-CONTAINS = "Y"
              PERFORM 0270-FIND-OPERATOR-SLOT THRU 0270-END
              ADD 1 TO WS-OP-POSTED (WS-FOUND-SLOT WS-PERIOD)
              GO TO 0250-END
           END-IF
           MOVE 8 TO WS-NEEDLE-LEN
           PERFORM 0280-CONTAINS
           IF WS-CONTAINS = "Y"
              PERFORM 0270-FIND-OPERATOR-SLOT THRU 0270-END
              ADD 1 TO WS-OP-XFERS (WS-FOUND-SLOT WS-PERIOD)
              GO TO 0250-END
           END-IF
           MOVE 8 TO WS-NEEDLE-LEN
           PERFORM 0280-CONTAINS
           IF WS-CONTAINS = "Y"
              PERFORM 0270-FIND-OPERATOR-SLOT THRU 0270-END
              ADD 1 TO WS-OP-OVERRIDES (WS-FOUND-SLOT WS-PERIOD)
              GO TO 0250-END
           END-IF
           MOVE 4 TO WS-NEEDLE-LEN
           PERFORM 0280-CONTAINS
           IF WS-CONTAINS = "Y"
              PERFORM 0270-FIND-OPERATOR-SLOT THRU 0270-END
              ADD 1 TO WS-OP-HOLDS (WS-FOUND-SLOT WS-PERIOD)
              GO TO 0250-END
           END-IF
           MOVE 6 TO WS-NEEDLE-LEN
           PERFORM 0280-CONTAINS
           IF WS-CONTAINS = "Y"
              PERFORM 0270-FIND-OPERATOR-SLOT THRU 0270-END
              ADD 1 TO WS-OP-NOTICES (WS-FOUND-SLOT WS-PERIOD)
           END-IF.
       0250-END.
                       AND DRW-DATE <= WS-RANGE-END
                       AND DRW-STATUS = "BALANCED"
                       MOVE DRW-OP-ID TO WS-AUD-OPER
                       PERFORM 0270-FIND-OPERATOR-SLOT THRU 0270-END
                       ADD DRW-OVER-SHORT
                          TO WS-OP-OVER-SHORT (WS-FOUND-SLOT)
                    END-IF
