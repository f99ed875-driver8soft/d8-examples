      * 2026-09-02  RJM  The worst-bucket thresholds now match
      *                  lnaging's - under 30 days is CURRENT, not
      *                  30+.
      * 2026-10-15  RJM  Paid-to-date leaves out the late charges a
      *                  payment collected (PH-FEES) as well as the
      *                  escrow portion.
      * 2026-10-15  RJM  A cross-reference row an assumption ended no
      *                  longer makes the loan the borrower's.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LB-CURRENT
                       MOVE "Y" TO WS-LOAN-IS-THEIRS
                   END-IF
           END-READ.
           CLOSE LOAN-BORR-FILE.
       2100-EXIT.
               MOVE "Y" TO WS-PAY-EOF
               GO TO 2410-EXIT
           END-IF.
      * Paid-to-date is net of the escrow portion and the late
      * charges collected - neither serviced the debt.
           IF PH-POSTED
               COMPUTE WS-TOTAL-PAID =
                   WS-TOTAL-PAID + PH-AMOUNT - PH-ESCROW - PH-FEES
           END-IF.
           PERFORM 8200-READ-PAYMENT THRU 8200-EXIT.
       2410-EXIT.
