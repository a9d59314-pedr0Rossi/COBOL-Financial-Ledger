       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchPreview.
       AUTHOR. Pedro Rossi.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  BATCH-CONTEXT EXTERNAL.
           05 BATCH-PREVIEW        PIC X(1).
              88  BATCH-IS-PREVIEW VALUE "Y".

       01  WS-MENU-OPT               PIC 9.
       01  WS-PREVIEW-PROGRAM        PIC X(20).

       01  WS-PREVIEW-MENU.
           02 WS-PREVIEW-MENU-LINE PIC X(34) VALUE
                                   "----------------------------------".
           02 WS-PREVIEW-MENU-OPT1 PIC X(30)
                                   VALUE "1 - Scheduled Transactions".
           02 WS-PREVIEW-MENU-OPT2 PIC X(30)
                                   VALUE "2 - Monthly Service Charges".
           02 WS-PREVIEW-MENU-OPT3 PIC X(30)
                                   VALUE "3 - Interest Posting".
           02 WS-PREVIEW-MENU-OPT4 PIC X(30)
                                   VALUE "4 - Target-Balance Sweeps".
           02 WS-PREVIEW-MENU-OPT5 PIC X(30)
                                   VALUE "5 - CD Maturities".
           02 WS-PREVIEW-MENU-OPT0 PIC X(8)
                                   VALUE "0 - Exit".

       PROCEDURE DIVISION.

       0100-MAIN.
           MOVE "N" TO BATCH-PREVIEW

           DISPLAY WS-PREVIEW-MENU-LINE
           DISPLAY "BATCH PREVIEW - NOTHING IS POSTED"
           DISPLAY WS-PREVIEW-MENU-OPT1
           DISPLAY WS-PREVIEW-MENU-OPT2
           DISPLAY WS-PREVIEW-MENU-OPT3
           DISPLAY WS-PREVIEW-MENU-OPT4
           DISPLAY WS-PREVIEW-MENU-OPT5
           DISPLAY WS-PREVIEW-MENU-OPT0
           DISPLAY WS-PREVIEW-MENU-LINE
           ACCEPT WS-MENU-OPT

           IF WS-MENU-OPT = 0
              GO TO 0900-END-PROGRAM
           END-IF

           IF WS-MENU-OPT < 1 OR WS-MENU-OPT > 5
              DISPLAY "INVALID ENTRY! TYPE A VALID NUMBER."
              GO TO 0900-END-PROGRAM
           END-IF

           EVALUATE WS-MENU-OPT
              WHEN 1
                 MOVE "runScheduled" TO WS-PREVIEW-PROGRAM
              WHEN 2
                 MOVE "serviceCharge" TO WS-PREVIEW-PROGRAM
              WHEN 3
                 MOVE "postInterest" TO WS-PREVIEW-PROGRAM
              WHEN 4
                 MOVE "sweepBalances" TO WS-PREVIEW-PROGRAM
              WHEN 5
                 MOVE "cdMaturity" TO WS-PREVIEW-PROGRAM
           END-EVALUATE

           PERFORM 0200-RUN-PREVIEW THRU 0200-END
           PERFORM 0100-MAIN.
       0100-END.

       0200-RUN-PREVIEW.
           MOVE "Y" TO BATCH-PREVIEW
           CALL WS-PREVIEW-PROGRAM
           CANCEL WS-PREVIEW-PROGRAM
           MOVE "N" TO BATCH-PREVIEW
           MOVE ZEROES TO RETURN-CODE.
       0200-END.

       0900-END-PROGRAM.
           MOVE "N" TO BATCH-PREVIEW
           EXIT PROGRAM.
       0900-END.
