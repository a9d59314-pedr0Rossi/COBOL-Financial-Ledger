       01  WS-EXT-NAME-IN         PIC X(20).
       01  WS-CONFIRM             PIC X.
       01  WS-PAYEE-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-PAYEE-STATUS        PIC X(8).

       01  WS-SCREEN-NAME         PIC X(30).
       01  WS-SCREEN-TAX-ID       PIC X(11) VALUE SPACES.
       01  WS-SCREEN-RESULT       PIC X.
           88  WS-WATCHLIST-HIT   VALUE "H".
           88  WS-NO-HIT          VALUE "N".
       01  WS-HIT-NAME            PIC X(30).

       01  WS-HOLD-REQUEST.
           05 WS-HR-SOURCE        PIC X(8).
           05 WS-HR-REF-ID        PIC 9(9).
           05 WS-HR-CUST-ID       PIC 9(6).
           05 WS-HR-NICKNAME      PIC X(10).
           05 WS-HR-ACC-ID        PIC 9(8).
           05 WS-HR-AMOUNT        PIC 9(9)V99.
           05 WS-HR-NAME          PIC X(30).
           05 WS-HR-HIT-NAME      PIC X(30).

       01  WS-HOLD-RESULT.
           05 WS-HOLD-STATUS      PIC X.
              88  WS-HOLD-RAISED  VALUE "H".
              88  WS-HOLD-CLEARED VALUE "C".
              88  WS-HOLD-FAILED  VALUE "F".
           05 WS-HOLD-ID          PIC 9(7).

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD    PIC 9(8).

           EVALUATE WS-MENU-OPT
              WHEN 1
                 PERFORM 0200-ADD-EXT-PAYEE THRU 0200-END
              WHEN 2
                 PERFORM 0300-LIST-EXT-PAYEES
              WHEN 3
                 PERFORM 0400-REMOVE-EXT-PAYEE THRU 0400-END
           END-EVALUATE

           GO TO 0900-END-PROGRAM.
              GO TO 0200-END
           END-IF

           MOVE "ACTIVE" TO WS-PAYEE-STATUS
           MOVE WS-EXT-NAME-IN TO WS-SCREEN-NAME
           CALL "screenWatchlist" USING WS-SCREEN-NAME
                WS-SCREEN-TAX-ID WS-SCREEN-RESULT WS-HIT-NAME

           IF WS-WATCHLIST-HIT
              DISPLAY "*** WATCHLIST HIT *** " WS-EXT-NAME-IN
                      " MATCHES BLOCKED PARTY: " WS-HIT-NAME
              MOVE "PAYEE" TO WS-HR-SOURCE
              MOVE WS-ROUTING-IN TO WS-HR-REF-ID
              MOVE WS-CUST-ID-IN TO WS-HR-CUST-ID
              MOVE WS-NICKNAME-IN TO WS-HR-NICKNAME
              MOVE ZEROES TO WS-HR-ACC-ID
              MOVE ZEROES TO WS-HR-AMOUNT
              MOVE WS-SCREEN-NAME TO WS-HR-NAME
              MOVE WS-HIT-NAME TO WS-HR-HIT-NAME
              CALL "raiseScreenHold" USING WS-HOLD-REQUEST
                   WS-HOLD-RESULT
              IF WS-HOLD-FAILED
                 DISPLAY "THE PAYEE WAS NOT ADDED."
                 GO TO 0200-END
              END-IF
              IF WS-HOLD-RAISED
                 MOVE "HELD" TO WS-PAYEE-STATUS
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YYYYMMDD
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-TODAY-YEAR
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-TODAY-MONTH
           MOVE WS-EXT-ACC-IN TO EP-EXT-ACC-NO
           MOVE WS-EXT-NAME-IN TO EP-EXT-NAME
           MOVE WS-TODAY TO EP-ADDED-AT
           MOVE WS-PAYEE-STATUS TO EP-STATUS

           WRITE EP-DETAILS
              INVALID KEY
                 GO TO 0200-END
           END-WRITE

           IF WS-PAYEE-STATUS = "HELD"
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "HELD EXT PAYEE " WS-NICKNAME-IN " RTN "
                     WS-ROUTING-IN " HOLD " WS-HOLD-ID
                 DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM 0880-WRITE-AUDIT
              DISPLAY "EXTERNAL PAYEE ADDED BUT HELD FOR SUPERVISOR "
                      "REVIEW (SCREENING HOLD " WS-HOLD-ID ")."
              DISPLAY "IT CANNOT BE USED UNTIL A SUPERVISOR "
                      "RELEASES IT."
              GO TO 0200-END
           END-IF

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "ADDED EXT PAYEE " WS-NICKNAME-IN " RTN "
                  WS-ROUTING-IN " FOR CUST " WS-CUST-ID-IN
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
