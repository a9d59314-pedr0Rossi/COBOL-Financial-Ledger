           RECORD KEY IS GLJ-ID
           FILE STATUS IS GL-JOURNAL-CHECK-STATUS.

       SELECT RUN-ITEMS ASSIGN TO "runitems.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRI-KEY
           ALTERNATE RECORD KEY IS BRI-REVERSAL-ID
               WITH DUPLICATES
           FILE STATUS IS RUN-ITEMS-CHECK-STATUS.

       SELECT SEQ-FILE ASSIGN TO "trseq.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 GLJ-TR-ID              PIC 9(9).
           05 GLJ-BRANCH             PIC X(4).

       FD  RUN-ITEMS.
       01  BRI-DETAILS.
           05 BRI-KEY.
               10 BRI-RUN-ID         PIC 9(7).
               10 BRI-TR-ID          PIC 9(9).
               10 BRI-ACC-ID         PIC 9(8).
           05 BRI-TYPE               PIC X(6).
           05 BRI-AMOUNT             PIC 9(9)V99.
           05 BRI-RESTORE            PIC X(40).
           05 BRI-STATUS             PIC X(8).
           05 BRI-REVERSAL-ID        PIC 9(9).
           05 BRI-GLJ-ID             PIC 9(9).
           05 BRI-NOTE               PIC X(20).

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05 SEQ-NAME               PIC X(10).
       01  GL-RULES-CHECK-STATUS     PIC XX.
       01  GL-JOURNAL-CHECK-STATUS   PIC XX.
       01  SEQ-CHECK-STATUS          PIC XX.
       01  RUN-ITEMS-CHECK-STATUS    PIC XX.
       01  ERROR-LOG-CHECK-STATUS    PIC XX.
       01  AUDIT-LOG-CHECK-STATUS    PIC XX.

       01  WS-NEXT-GLJ-ID            PIC 9(9).
       01  WS-JOURNALED-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-UNMAPPED-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-BACKOUT-COUNT          PIC 9(7) VALUE ZEROES.

       01  WS-RUN-ITEMS-FLAG         PIC X VALUE "N".
           88  RUN-ITEMS-OPEN        VALUE "Y".
           88  RUN-ITEMS-CLOSED      VALUE "N".

       PROCEDURE DIVISION.

       0100-MAIN.
           PERFORM 0120-GET-LAST-JOURNALED THRU 0120-END
           MOVE WS-LAST-JOURNALED TO WS-HIGHEST-SEEN

           OPEN INPUT TRANSACTIONS
              GO TO 0900-END-PROGRAM
           END-IF

           SET RUN-ITEMS-CLOSED TO TRUE
           OPEN INPUT RUN-ITEMS
           IF RUN-ITEMS-CHECK-STATUS = "00"
              SET RUN-ITEMS-OPEN TO TRUE
           END-IF

           MOVE WS-LAST-JOURNALED TO TR-ID
           MOVE ZEROES TO TR-ACC-ID
           SET NOT-EOF-TRANSACTIONS TO TRUE
                 AT END
                    SET EOF-TRANSACTIONS TO TRUE
                 NOT AT END
                    PERFORM 0200-JOURNALIZE-ROW THRU 0200-END
              END-READ
           END-PERFORM

           CLOSE TRANSACTIONS
           CLOSE GL-RULES
           CLOSE GL-JOURNAL
           IF RUN-ITEMS-OPEN
              CLOSE RUN-ITEMS
           END-IF

           PERFORM 0140-SAVE-LAST-JOURNALED THRU 0140-END

           DISPLAY "GL JOURNAL GENERATION COMPLETE: "
                   WS-JOURNALED-COUNT " ENTRIES, "
                   WS-UNMAPPED-COUNT " ROWS WITHOUT A RULE."
           IF WS-BACKOUT-COUNT > ZEROES
              DISPLAY WS-BACKOUT-COUNT " BATCH BACK-OUT REVERSALS "
                      "LEFT OUT - THEIR GL ENTRIES ARE ALREADY "
                      "SETTLED."
           END-IF

           STRING "JOURNALIZED " WS-JOURNALED-COUNT " ROWS, "
                  WS-UNMAPPED-COUNT " UNMAPPED"
              GO TO 0200-END
           END-IF

           IF TR-TXN-CODE = "REV" AND RUN-ITEMS-OPEN
              MOVE TR-ID TO BRI-REVERSAL-ID
              READ RUN-ITEMS KEY IS BRI-REVERSAL-ID
                 NOT INVALID KEY
                    ADD 1 TO WS-BACKOUT-COUNT
                    GO TO 0200-END
              END-READ
           END-IF

           MOVE TR-TXN-CODE TO GLR-TC-CODE
           READ GL-RULES KEY IS GLR-TC-CODE
              INVALID KEY
