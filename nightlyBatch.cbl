              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0145-FX-IMPORT
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 07 TO WS-STEP-NO
           MOVE "CARDSETTLE" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0147-CARD-SETTLE
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 08 TO WS-STEP-NO
           MOVE "ACHINBOUND" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0148-ACH-INBOUND
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 09 TO WS-STEP-NO
           MOVE "RETURNITEMS" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0149-RETURNED-ITEMS
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0150-RUN-SCHEDULED
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0155-AVAIL-RELEASE
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 15 TO WS-STEP-NO
           MOVE "CASHLETTER" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0157-CASH-LETTER
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 16 TO WS-STEP-NO
           MOVE "LOANAUTOPAY" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0156-LOAN-AUTOPAY
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 17 TO WS-STEP-NO
           MOVE "CREDITLINES" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0158-CREDIT-LINE-CYCLE
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 18 TO WS-STEP-NO
           MOVE "COLLQUEUE" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0159-COLLECTIONS-QUEUE
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0180-CAPTURE-EOD-BALANCES
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 22 TO WS-STEP-NO
           MOVE "ACCRUAL" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0182-INTEREST-ACCRUAL
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 23 TO WS-STEP-NO
           MOVE "DEBITINT" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0183-DEBIT-INTEREST
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0185-TARGET-SWEEP
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0190-DORMANCY-SCAN
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0192-AML-SCAN
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 36 TO WS-STEP-NO
           MOVE "SARCONTINUE" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0191-SAR-CONTINUING
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0194-KYC-REVIEW
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 38 TO WS-STEP-NO
           MOVE "SCREENRPT" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0189-SCREEN-REPORT
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 39 TO WS-STEP-NO
           MOVE "KITESCAN" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0188-KITE-SCAN
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0193-CD-MATURITY
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 41 TO WS-STEP-NO
           MOVE "DQSCAN" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0181-DATA-QUALITY
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 42 TO WS-STEP-NO
           MOVE "SIGNONRPT" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0184-SIGN-ON-REPORT
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0197-LOAN-RESET
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 46 TO WS-STEP-NO
           MOVE "MSGSTATUS" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0198-MSG-STATUS
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 47 TO WS-STEP-NO
           MOVE "MSGOUTBOUND" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0199-MSG-OUTBOUND
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 48 TO WS-STEP-NO
           MOVE "CHKSHIP" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0160-CHECK-SHIPMENTS
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0195-INTEGRITY-CHECK
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 DISPLAY "THE INTEGRITY CHECK FAILED - BACKUPS "
                         "WERE NOT TAKEN."
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0196-GL-JOURNAL
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 56 TO WS-STEP-NO
           MOVE "GLRECON" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0186-GL-RECON
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 DISPLAY "THE SUBLEDGERS DO NOT RECONCILE TO THE "
                         "GENERAL LEDGER - THE DAY WAS NOT CLOSED."
                 GO TO 0850-ABORT-RUN
              END-IF
           END-IF

           MOVE 57 TO WS-STEP-NO
           MOVE "FXPOSRPT" TO WS-STEP-NAME
           PERFORM 0610-CHECK-STEP-DONE
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0187-FX-POSITION-REPORT
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0200-RUN-REPORTS THRU 0200-END
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0300-BACKUP-ACCOUNTS THRU 0300-END
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           IF WS-STEP-TO-RUN
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0400-BACKUP-TRANSACTIONS THRU 0400-END
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
              PERFORM 0620-MARK-STEP-START
              MOVE 0 TO RETURN-CODE
              PERFORM 0500-END-OF-DAY
              PERFORM 0630-JUDGE-STEP THRU 0630-END
              IF WS-STEP-FAILED
                 GO TO 0850-ABORT-RUN
              END-IF
           CALL "importFxRates".
       0145-END.

       0147-CARD-SETTLE.
           CALL "importCardSettle".
       0147-END.

       0148-ACH-INBOUND.
           CALL "processAchInbound".
       0148-END.

       0149-RETURNED-ITEMS.
           CALL "importReturnedItems".
       0149-END.

       0150-RUN-SCHEDULED.
           CALL "runScheduled".
       0150-END.
           CALL "releaseAvailability".
       0155-END.

       0156-LOAN-AUTOPAY.
           CALL "loanAutopay".
       0156-END.

       0157-CASH-LETTER.
           CALL "cashLetter".
       0157-END.

       0158-CREDIT-LINE-CYCLE.
           CALL "creditLineCycle".
       0158-END.

       0159-COLLECTIONS-QUEUE.
           CALL "collectionsQueue".
       0159-END.

       0160-CHECK-SHIPMENTS.
           CALL "importCheckShip".
       0160-END.

       0180-CAPTURE-EOD-BALANCES.
           CALL "captureEodBalances".
       0180-END.

       0181-DATA-QUALITY.
           CALL "dataQualityScan".
       0181-END.

       0182-INTEREST-ACCRUAL.
           CALL "interestAccrual".
       0182-END.

       0183-DEBIT-INTEREST.
           CALL "debitInterest".
       0183-END.

       0184-SIGN-ON-REPORT.
           CALL "signOnReport".
       0184-END.

       0185-TARGET-SWEEP.
           CALL "sweepBalances".
       0185-END.

       0186-GL-RECON.
           CALL "subledgerRecon".
       0186-END.

       0187-FX-POSITION-REPORT.
           CALL "fxPositionReport".
       0187-END.

       0188-KITE-SCAN.
           CALL "kiteScan".
       0188-END.

       0189-SCREEN-REPORT.
           CALL "screeningReport".
       0189-END.

       0190-DORMANCY-SCAN.
           CALL "dormancyScan".
       0190-END.

       0191-SAR-CONTINUING.
           CALL "sarContinuing".
       0191-END.

       0192-AML-SCAN.
           CALL "amlScan".
       0192-END.
           CALL "loanRateReset".
       0197-END.

       0198-MSG-STATUS.
           CALL "importMsgStatus".
       0198-END.

       0199-MSG-OUTBOUND.
           CALL "exportMsgVendor".
       0199-END.

       0195-INTEGRITY-CHECK.
           CALL "integrityCheck".
       0195-END.
