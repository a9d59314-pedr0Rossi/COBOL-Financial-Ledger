           88  EOF-TERMS           VALUE "Y".
           88  NOT-EOF-TERMS       VALUE "N".

       01  WS-EOF-SCHEDULE         PIC X VALUE "N".
           88  EOF-SCHEDULE        VALUE "Y".
           88  NOT-EOF-SCHEDULE    VALUE "N".

       01  WS-FOUND-DUE            PIC X.

       01  WS-EOF-INDEX            PIC X VALUE "N".
           88  EOF-INDEX           VALUE "Y".
           88  NOT-EOF-INDEX       VALUE "N".
                 NOT AT END
                    IF LV-STATUS = "ACTIVE"
                       AND LV-NEXT-RESET <= WS-BUS-DATE
                       PERFORM 0200-RESET-ONE-LOAN THRU 0200-END
                    END-IF
              END-READ
           END-PERFORM
       0100-END.

       0200-RESET-ONE-LOAN.
           PERFORM 0250-FIND-INDEX-RATE THRU 0250-END
           IF WS-INDEX-FOUND NOT = "Y"
              DISPLAY "LOAN " LV-ACC-ID ": NO INDEX RATE ON FILE "
                      "FOR " LV-INDEX-CODE " - SKIPPED."
              GO TO 0200-END
           END-IF

           PERFORM 0300-REBUILD-SCHEDULE THRU 0300-END

           DISPLAY "LOAN " LN-ACC-ID " REPRICED FROM "
                   LN-ANNUAL-RATE " TO " WS-NEW-RATE
       0250-END.

       0300-REBUILD-SCHEDULE.
           PERFORM 0350-OUTSTANDING-PRINCIPAL

           COMPUTE WS-REMAIN-TERM =
                   LN-TERM-MONTHS - LN-PAID-COUNT
           END-PERFORM.
       0300-END.

       0350-OUTSTANDING-PRINCIPAL.
           MOVE ZEROES TO WS-OUT-PRINCIPAL
           MOVE "N" TO WS-FOUND-DUE
           MOVE LV-ACC-ID TO LSC-ACC-ID
           MOVE ZEROES TO LSC-INSTALL-NO
           SET NOT-EOF-SCHEDULE TO TRUE
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LSC-KEY
              INVALID KEY
                 SET EOF-SCHEDULE TO TRUE
           END-START

           PERFORM UNTIL EOF-SCHEDULE OR WS-FOUND-DUE = "Y"
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET EOF-SCHEDULE TO TRUE
                 NOT AT END
                    IF LSC-ACC-ID NOT = LV-ACC-ID
                       SET EOF-SCHEDULE TO TRUE
                    ELSE
                       IF LSC-STATUS = "DUE"
                          MOVE "Y" TO WS-FOUND-DUE
                          COMPUTE WS-OUT-PRINCIPAL =
                                  LSC-BALANCE-AFTER + LSC-PRINCIPAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0350-END.

       0400-ADVANCE-NEXT-RESET.
           MOVE LV-NEXT-RESET(1:4) TO WS-NEXT-YEAR
           MOVE LV-NEXT-RESET(6:2) TO WS-NEXT-MONTH
