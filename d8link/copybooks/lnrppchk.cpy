      ******************************************************************
      * LNRPPCHK - Arrears repayment-plan check. COPY into PROCEDURE
      * DIVISION (see LNRPPWS).
      *
      * 9940-OPEN-REPAY-PLAN opens REPAYPLN for reading; with no
      * file there are no plans.
      *
      * 9941-CHECK-REPAY-PLAN looks for a PERFORMING plan on the
      * current LOAN-MSTR-RECORD - the status lnrpevl left on it
      * last night (or rpmaint set when it was agreed). Every loan
      * checked that has one is counted in WS-RPP-COUNT.
      *
      * 9942-CLOSE-REPAY-PLAN closes the file if it was opened.
      ******************************************************************
       9940-OPEN-REPAY-PLAN.
           MOVE "N" TO WS-RPP-FILE.
           OPEN INPUT REPAY-PLAN-FILE.
           IF REPAY-PLAN-OPENED
               MOVE "Y" TO WS-RPP-FILE
           END-IF.
       9940-EXIT.
           EXIT.

       9941-CHECK-REPAY-PLAN.
           MOVE "N" TO WS-RPP-ON.
           MOVE ZEROES TO WS-RPP-START-PERIOD.
           IF NOT RPP-FILE-OPEN
               GO TO 9941-EXIT
           END-IF.
           MOVE "N" TO WS-RPP-SCAN.
           MOVE LM-APPL-ID TO RP-APPL-ID.
           MOVE ZEROES TO RP-START-PERIOD.
           START REPAY-PLAN-FILE KEY NOT < RP-KEY
               INVALID KEY
                   GO TO 9941-EXIT
           END-START.
           PERFORM 9943-TAKE-PLAN THRU 9943-EXIT
               UNTIL RPP-SCAN-DONE.
           IF REPAY-PLAN-ON
               ADD 1 TO WS-RPP-COUNT
           END-IF.
       9941-EXIT.
           EXIT.

       9942-CLOSE-REPAY-PLAN.
           IF RPP-FILE-OPEN
               CLOSE REPAY-PLAN-FILE
               MOVE "N" TO WS-RPP-FILE
           END-IF.
       9942-EXIT.
           EXIT.

       9943-TAKE-PLAN.
           READ REPAY-PLAN-FILE NEXT
               AT END
                   MOVE "Y" TO WS-RPP-SCAN
                   GO TO 9943-EXIT
           END-READ.
           IF RP-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-RPP-SCAN
               GO TO 9943-EXIT
           END-IF.
           IF RP-PERFORMING
               MOVE "Y" TO WS-RPP-ON
               MOVE RP-START-PERIOD TO WS-RPP-START-PERIOD
               MOVE "Y" TO WS-RPP-SCAN
           END-IF.
       9943-EXIT.
           EXIT.
