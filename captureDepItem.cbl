       IDENTIFICATION DIVISION.
       PROGRAM-ID. captureDepItem.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DEP-ITEMS ASSIGN TO "depitems.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DI-ID
           ALTERNATE RECORD KEY IS DI-ACC-ID
               WITH DUPLICATES
           FILE STATUS IS DEP-ITEMS-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DEP-ITEMS.
       01  DI-DETAILS.
           05 DI-ID                  PIC 9(9).
           05 DI-ACC-ID              PIC 9(8).
           05 DI-ROUTING             PIC 9(9).
           05 DI-CHECK-NO            PIC 9(6).
           05 DI-AMOUNT              PIC 9(9)V99.
           05 DI-DEPOSIT-DATE        PIC X(10).
           05 DI-TR-ID               PIC 9(9).
           05 DI-HOLD-ID             PIC 9(5).
           05 DI-STATUS              PIC X(8).
           05 DI-LETTER-DATE         PIC X(10).
           05 DI-RETURN-DATE         PIC X(10).
           05 DI-RETURN-CODE         PIC X(4).
           05 DI-RETURN-COUNT        PIC 9(1).

       WORKING-STORAGE SECTION.

       01  DEP-ITEMS-CHECK-STATUS    PIC XX.

       01  WS-EOF-ITEMS              PIC X VALUE "N".
           88  EOF-ITEMS             VALUE "Y".
           88  NOT-EOF-ITEMS         VALUE "N".

       01  WS-NEXT-ITEM-ID           PIC 9(9).

       LINKAGE SECTION.

       01  LS-ACC-ID                 PIC 9(8).
       01  LS-ROUTING                PIC 9(9).
       01  LS-CHECK-NO               PIC 9(6).
       01  LS-AMOUNT                 PIC 9(9)V99.
       01  LS-DEPOSIT-DATE           PIC X(10).
       01  LS-TR-ID                  PIC 9(9).
       01  LS-HOLD-ID                PIC 9(5).

       PROCEDURE DIVISION USING LS-ACC-ID LS-ROUTING LS-CHECK-NO
                                LS-AMOUNT LS-DEPOSIT-DATE LS-TR-ID
                                LS-HOLD-ID.

       0100-MAIN.
           OPEN I-O DEP-ITEMS
           IF DEP-ITEMS-CHECK-STATUS = "35"
              OPEN OUTPUT DEP-ITEMS
              CLOSE DEP-ITEMS
              OPEN I-O DEP-ITEMS
           END-IF

           IF DEP-ITEMS-CHECK-STATUS NOT = "00"
              DISPLAY "ERROR OPENING DEPOSITED ITEMS FILE: "
                      DEP-ITEMS-CHECK-STATUS
              GO TO 0900-END-PROGRAM
           END-IF

           MOVE ZEROES TO WS-NEXT-ITEM-ID
           MOVE LOW-VALUES TO DI-ID
           SET NOT-EOF-ITEMS TO TRUE
           START DEP-ITEMS KEY IS NOT LESS THAN DI-ID
              INVALID KEY
                 SET EOF-ITEMS TO TRUE
           END-START

           PERFORM UNTIL EOF-ITEMS
              READ DEP-ITEMS NEXT RECORD
                 AT END
                    SET EOF-ITEMS TO TRUE
                 NOT AT END
                    MOVE DI-ID TO WS-NEXT-ITEM-ID
              END-READ
           END-PERFORM

           ADD 1 TO WS-NEXT-ITEM-ID

           MOVE WS-NEXT-ITEM-ID TO DI-ID
           MOVE LS-ACC-ID TO DI-ACC-ID
           MOVE LS-ROUTING TO DI-ROUTING
           MOVE LS-CHECK-NO TO DI-CHECK-NO
           MOVE LS-AMOUNT TO DI-AMOUNT
           MOVE LS-DEPOSIT-DATE TO DI-DEPOSIT-DATE
           MOVE LS-TR-ID TO DI-TR-ID
           MOVE LS-HOLD-ID TO DI-HOLD-ID
           MOVE "CAPTURED" TO DI-STATUS
           MOVE SPACES TO DI-LETTER-DATE
           MOVE SPACES TO DI-RETURN-DATE
           MOVE SPACES TO DI-RETURN-CODE
           MOVE ZEROES TO DI-RETURN-COUNT

           WRITE DI-DETAILS
              INVALID KEY
                 DISPLAY "ERROR WRITING DEPOSITED ITEM RECORD."
           END-WRITE

           CLOSE DEP-ITEMS.
       0100-END.

       0900-END-PROGRAM.
           EXIT PROGRAM.
       0900-END.
