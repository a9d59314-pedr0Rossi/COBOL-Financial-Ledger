       01  WS-HELD-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-SKIPPED-COUNT        PIC 9(5) VALUE ZEROES.

       01  WS-INBOUND-REQUEST.
           05 WS-IBQ-ACTION          PIC X.
           05 WS-IBQ-SOURCE          PIC X(12).
           05 WS-IBQ-HEADER-ID       PIC X(20).
           05 WS-IBQ-CREATED         PIC X(10).
           05 WS-IBQ-RECORD-COUNT    PIC 9(7).
           05 WS-IBQ-HASH-TOTAL      PIC 9(13)V9(6).
           05 WS-IBQ-OVERRIDE-BY     PIC X(8).
           05 WS-IBQ-REG-ID          PIC 9(7).
           05 WS-IBQ-CHECKPOINT      PIC 9(7).

       01  WS-INBOUND-RESULT.
           05 WS-IBR-STATUS          PIC X.
              88  WS-IBR-NEW         VALUE "N".
              88  WS-IBR-DUPLICATE   VALUE "D".
              88  WS-IBR-RESUME      VALUE "R".
              88  WS-IBR-FAILED      VALUE "F".
           05 WS-IBR-REG-ID          PIC 9(7).
           05 WS-IBR-CHECKPOINT      PIC 9(7).
           05 WS-IBR-PRIOR-DATE      PIC X(10).
           05 WS-IBR-MESSAGE         PIC X(60).

       01  WS-REGISTRY-ID          PIC 9(7) VALUE ZEROES.
       01  WS-REG-REFUSED          PIC X VALUE "N".
           88  REG-REFUSED         VALUE "Y".

       PROCEDURE DIVISION.

       0100-MAIN.
              GO TO 0900-END-PROGRAM
           END-IF

           PERFORM 0150-READ-TOLERANCE THRU 0150-END

           OPEN INPUT FX-FEED
           IF FX-FEED-CHECK-STATUS NOT = "00"
                      "TO IMPORT."
              GO TO 0900-END-PROGRAM
           END-IF
           CLOSE FX-FEED

           PERFORM 0170-REGISTER-FEED THRU 0170-END
           IF REG-REFUSED
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT FX-FEED

           OPEN I-O FX-RATES
           IF FX-RATES-CHECK-STATUS = "35"
                 AT END
                    SET EOF-FEED TO TRUE
                 NOT AT END
                    PERFORM 0200-PROCESS-FEED-LINE THRU 0200-END
              END-READ
           END-PERFORM

                   " APPLIED, " WS-HELD-COUNT " HELD, "
                   WS-SKIPPED-COUNT " SKIPPED."

           MOVE "C" TO WS-IBQ-ACTION
           MOVE WS-REGISTRY-ID TO WS-IBQ-REG-ID
           CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                     WS-INBOUND-RESULT

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "FEED IMPORT APPLIED " WS-APPLIED-COUNT
                  " HELD " WS-HELD-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           CLOSE FX-TOLERANCE.
       0150-END.

       0170-REGISTER-FEED.
           MOVE "O" TO WS-IBQ-ACTION
           MOVE "FXFEED" TO WS-IBQ-SOURCE
           MOVE "fxfeed.DAT" TO WS-IBQ-HEADER-ID
           MOVE SPACES TO WS-IBQ-CREATED
           MOVE ZEROES TO WS-IBQ-RECORD-COUNT
           MOVE ZEROES TO WS-IBQ-HASH-TOTAL
           MOVE SPACES TO WS-IBQ-OVERRIDE-BY
           MOVE ZEROES TO WS-IBQ-REG-ID
           MOVE ZEROES TO WS-IBQ-CHECKPOINT

           OPEN INPUT FX-FEED
           SET NOT-EOF-FEED TO TRUE
           PERFORM UNTIL EOF-FEED
              READ FX-FEED
                 AT END
                    SET EOF-FEED TO TRUE
                 NOT AT END
                    IF FX-FEED-LINE NOT = SPACES
                       ADD 1 TO WS-IBQ-RECORD-COUNT
                       IF FF-RATE NUMERIC
                          ADD FF-RATE TO WS-IBQ-HASH-TOTAL
                       END-IF
                       IF FF-DATE > WS-IBQ-CREATED
                          MOVE FF-DATE TO WS-IBQ-CREATED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FX-FEED

           CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                     WS-INBOUND-RESULT

           IF WS-IBR-DUPLICATE
              DISPLAY "RATE FEED REFUSED - " WS-IBR-MESSAGE
              DISPLAY "AUTHORIZE A RE-RUN FROM THE INBOUND FILE "
                      "REGISTRY SCREEN IF IT MUST BE IMPORTED AGAIN."
              MOVE "Y" TO WS-REG-REFUSED
              GO TO 0170-END
           END-IF

           IF WS-IBR-FAILED
              DISPLAY "RATE FEED REFUSED - " WS-IBR-MESSAGE
              MOVE "Y" TO WS-REG-REFUSED
              GO TO 0170-END
           END-IF

           MOVE WS-IBR-REG-ID TO WS-REGISTRY-ID

           IF WS-IBR-RESUME
              DISPLAY "RATE FEED WAS STARTED ON " WS-IBR-PRIOR-DATE
                      " AND NOT COMPLETED - IMPORTING IT AGAIN."
           END-IF.
       0170-END.

       0200-PROCESS-FEED-LINE.
           IF FF-FROM-CCY = SPACES
              OR FF-TO-CCY = SPACES
