
       01  WS-REPORT-NAME            PIC X(40).

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

       01  WS-REGISTRY-ID            PIC 9(7) VALUE ZEROES.
       01  WS-REG-REFUSED            PIC X VALUE "N".
           88  REG-REFUSED           VALUE "Y".
       01  WS-DUP-SUP-ID             PIC X(8).
       01  WS-DUP-SUP-OK             PIC X.

       01  WS-SYSTEM-DATE.
           02 WS-DATE-YYYYMMDD       PIC 9(8).

                      "FOUND: " BANK-STMT-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF
           CLOSE BANK-STATEMENT

           PERFORM 0150-REGISTER-STATEMENT THRU 0150-END
           IF REG-REFUSED
              GO TO 0900-END-PROGRAM
           END-IF

           OPEN INPUT BANK-STATEMENT

           OPEN I-O TRANSACTIONS
           IF TRANSACTIONS-CHECK-STATUS NOT = "00"
                 AT END
                    SET EOF-STATEMENT TO TRUE
                 NOT AT END
                    PERFORM 0200-MATCH-STATEMENT-ITEM THRU 0200-END
              END-READ
           END-PERFORM

           CLOSE BANK-STATEMENT

           PERFORM 0400-LIST-OUR-UNSETTLED THRU 0400-END

           CLOSE TRANSACTIONS

           DISPLAY "OUR UNSETTLED ITEMS:    " WS-UNSETTLED-OURS-COUNT
           DISPLAY "REPORT WRITTEN TO " WS-REPORT-NAME

           MOVE "C" TO WS-IBQ-ACTION
           MOVE WS-REGISTRY-ID TO WS-IBQ-REG-ID
           CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                     WS-INBOUND-RESULT

           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "BANK RECON: " WS-MATCHED-COUNT " MATCHED, "
                  WS-UNMATCHED-BANK-COUNT " UNMATCHED"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
           GO TO 0900-END-PROGRAM.
       0100-END.

       0150-REGISTER-STATEMENT.
           MOVE "O" TO WS-IBQ-ACTION
           MOVE "BANKSTMT" TO WS-IBQ-SOURCE
           MOVE "bankstmt.DAT" TO WS-IBQ-HEADER-ID
           MOVE SPACES TO WS-IBQ-CREATED
           MOVE ZEROES TO WS-IBQ-RECORD-COUNT
           MOVE ZEROES TO WS-IBQ-HASH-TOTAL
           MOVE SPACES TO WS-IBQ-OVERRIDE-BY
           MOVE ZEROES TO WS-IBQ-REG-ID
           MOVE ZEROES TO WS-IBQ-CHECKPOINT

           OPEN INPUT BANK-STATEMENT
           SET NOT-EOF-STATEMENT TO TRUE
           PERFORM UNTIL EOF-STATEMENT
              READ BANK-STATEMENT
                 AT END
                    SET EOF-STATEMENT TO TRUE
                 NOT AT END
                    IF BANK-STMT-LINE NOT = SPACES
                       MOVE BANK-STMT-LINE(1:41) TO WS-STMT-ITEM
                       ADD 1 TO WS-IBQ-RECORD-COUNT
                       ADD WS-SI-AMOUNT TO WS-IBQ-HASH-TOTAL
                       IF WS-SI-DATE > WS-IBQ-CREATED
                          MOVE WS-SI-DATE TO WS-IBQ-CREATED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BANK-STATEMENT

           CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                     WS-INBOUND-RESULT

           IF WS-IBR-DUPLICATE
              DISPLAY "THIS BANK STATEMENT HAS ALREADY BEEN "
                      "RECONCILED."
              DISPLAY WS-IBR-MESSAGE
              DISPLAY "A SUPERVISOR OVERRIDE IS REQUIRED TO "
                      "RECONCILE IT AGAIN."
              CALL "verifySupervisor" USING WS-DUP-SUP-ID
                                            WS-DUP-SUP-OK
              IF WS-DUP-SUP-OK NOT = "Y"
                 DISPLAY "RECONCILIATION REFUSED - DUPLICATE FILE."
                 MOVE "Y" TO WS-REG-REFUSED
                 GO TO 0150-END
              END-IF
              MOVE WS-DUP-SUP-ID TO WS-IBQ-OVERRIDE-BY
              CALL "fileRegistry" USING WS-INBOUND-REQUEST
                                        WS-INBOUND-RESULT
           END-IF

           IF WS-IBR-FAILED OR WS-IBR-DUPLICATE
              DISPLAY "RECONCILIATION REFUSED - " WS-IBR-MESSAGE
              MOVE "Y" TO WS-REG-REFUSED
              GO TO 0150-END
           END-IF

           MOVE WS-IBR-REG-ID TO WS-REGISTRY-ID

           IF WS-IBR-RESUME
              DISPLAY "THIS STATEMENT WAS STARTED ON "
                      WS-IBR-PRIOR-DATE " AND NOT COMPLETED - "
                      "RECONCILING IT AGAIN."
           END-IF.
       0150-END.

       0200-MATCH-STATEMENT-ITEM.
           IF BANK-STMT-LINE = SPACES
              GO TO 0200-END
                    IF TR-ACC-ID NOT = WS-SI-ACC-ID
                       SET EOF-TRANSACTIONS TO TRUE
                    ELSE
                       PERFORM 0250-TRY-MATCH THRU 0250-END
                    END-IF
              END-READ
           END-PERFORM
                     " REF " WS-SI-REF
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM 0860-WRITE-SUSPENSE THRU 0860-END
           END-IF.
       0200-END.

