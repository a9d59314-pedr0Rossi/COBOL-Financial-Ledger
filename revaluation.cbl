
       01  WS-POSTED-COUNT           PIC 9(3) VALUE ZEROES.

       01  WS-FX-POS-REQUEST.
           05 WS-FQ-ACTION           PIC X.
           05 WS-FQ-CCY              PIC X(3).
           05 WS-FQ-AMOUNT           PIC S9(11)V99.
           05 WS-FQ-RATE             PIC 9(3)V9(6).
           05 WS-FQ-SOURCE           PIC X(20).
           05 WS-FQ-REF              PIC X(20).

       01  WS-FX-POS-RESULT.
           05 WS-FQR-STATUS          PIC X.
              88  WS-FQR-WARNING     VALUE "W".
           05 WS-FQR-MESSAGE         PIC X(60).

       01  WS-BUS-DATE               PIC X(10).
       01  WS-BUS-STATUS             PIC X(6).

           STRING "revaluation_" WS-DATE-YYYYMMDD ".TXT"
              DELIMITED BY SIZE INTO WS-REPORT-NAME

           PERFORM 0120-READ-REVAL-ACCOUNT THRU 0120-END
           PERFORM 0140-READ-CURRENT-RATES
           PERFORM 0160-READ-PRIOR-RATES
           PERFORM 0200-SUM-FOREIGN-BALANCES
              DISPLAY "FIRST REVALUATION RUN - BASELINE STORED."
           ELSE
              MOVE "EUR" TO WS-THIS-CCY
              PERFORM 0300-REVALUE-ONE-CURRENCY THRU 0300-END
              MOVE "GBP" TO WS-THIS-CCY
              PERFORM 0300-REVALUE-ONE-CURRENCY THRU 0300-END
           END-IF

           CLOSE REVAL-REPORT

           PERFORM 0500-STORE-RATES THRU 0500-END

           DISPLAY "REVALUATION COMPLETE - ENTRIES POSTED: "
                   WS-POSTED-COUNT
              WRITE REPORT-LINE
           END-IF

           PERFORM 0350-REVALUE-FX-POSITION

           IF WS-DIFF-AMOUNT = ZEROES
              GO TO 0300-END
           END-IF

           PERFORM 0400-POST-REVAL-ENTRY THRU 0400-END.
       0300-END.

       0350-REVALUE-FX-POSITION.
           MOVE "R" TO WS-FQ-ACTION
           MOVE WS-THIS-CCY TO WS-FQ-CCY
           MOVE ZEROES TO WS-FQ-AMOUNT
           IF WS-THIS-CCY = "EUR"
              MOVE WS-EUR-NEW-RATE TO WS-FQ-RATE
           ELSE
              MOVE WS-GBP-NEW-RATE TO WS-FQ-RATE
           END-IF
           MOVE "revaluation" TO WS-FQ-SOURCE
           MOVE WS-BUS-DATE TO WS-FQ-REF
           CALL "fxPosition" USING WS-FX-POS-REQUEST WS-FX-POS-RESULT

           IF WS-FQR-WARNING
              MOVE SPACES TO REPORT-LINE
              STRING WS-THIS-CCY ": " WS-FQR-MESSAGE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
       0350-END.

       0400-POST-REVAL-ENTRY.
           IF WS-REVAL-ACC-ID = ZEROES
              DISPLAY "NO REVALUATION ACCOUNT - THE " WS-THIS-CCY
