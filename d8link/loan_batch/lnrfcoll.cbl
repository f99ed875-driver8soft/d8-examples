      ******************************************************************
      *
      * Refund Collection Sweep
      * =======================
      *
      * Gathers the credit balances PAYHIST is holding for borrowers
      * onto the REFUNDS file, where they go through approval
      * (rfmaint) and payment (lnrfdisb) instead of sitting on a desk
      * spreadsheet:
      *
      *   - a POSTED row carrying a PH-REFUND - a payoff overpaid by
      *     lnpost, or a settlement overage from lnsettle - is raised
      *     as an O refund to the loan's borrower in the loan's
      *     currency;
      *   - a NOMATCH row - money received against an id no loan
      *     answers to - is raised as an N refund with the payee and
      *     currency left for the approving operator to key.
      *
      * The REFUNDS key (application id, source, posting sequence)
      * makes the sweep rerunnable: a row already raised takes the
      * INVALID KEY path and is left as it is. An O refund whose
      * payment has since been flagged REVERSED by an NSF backout is
      * CANCELLD while still PENDING or APPROVED; one already paid is
      * reported for the desk to recover.
      *
      * Escrow surplus refunds are raised by the lnesanal analysis,
      * not here.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original refund collection sweep.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnrfcoll.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAY-HIST-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT REFUNDS-FILE ASSIGN TO "REFUNDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-REFUNDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY payhist.

           COPY loanmstr.

           COPY refunds.

       WORKING-STORAGE SECTION.
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-REFUNDS-STATUS PIC X(02) VALUE SPACES.
           88 REFUNDS-OPENED VALUE "00".
           88 REFUNDS-NOT-FOUND VALUE "35".

       01 WS-HIST-EOF PIC X(01) VALUE "N".
           88 END-OF-HISTORY VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-RAISED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-ALREADY-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-CANCELLED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-RECOVER-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT PAY-HIST-FILE.
           IF NOT PAY-HIST-OPENED
               DISPLAY "*** Unable to open PAYHIST - status "
                   WS-PAY-HIST-STATUS
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE PAY-HIST-FILE
               GOBACK
           END-IF.

           OPEN I-O REFUNDS-FILE.
           IF REFUNDS-NOT-FOUND
               OPEN OUTPUT REFUNDS-FILE
               CLOSE REFUNDS-FILE
               OPEN I-O REFUNDS-FILE
           END-IF.
           IF NOT REFUNDS-OPENED
               DISPLAY "*** Unable to open REFUNDS - status "
                   WS-REFUNDS-STATUS
               CLOSE PAY-HIST-FILE
               CLOSE LOAN-MSTR-FILE
               GOBACK
           END-IF.

           DISPLAY "lnrfcoll: refund collection sweep " WS-TODAY.
           DISPLAY "=====================================".

           PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
           PERFORM 2000-SWEEP-ROW THRU 2000-EXIT
               UNTIL END-OF-HISTORY.

           CLOSE PAY-HIST-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE REFUNDS-FILE.

           DISPLAY "-------------------------------------".
           DISPLAY "lnrfcoll: " WS-RAISED-COUNT " refund(s) raised, "
               WS-ALREADY-COUNT " already on file, "
               WS-CANCELLED-COUNT " cancelled on reversal, "
               WS-RECOVER-COUNT " paid before reversal.".
           GOBACK.

      *-----------------------------------------------------------
      * 2000-SWEEP-ROW
      *
      * One history row: a NOMATCH, or a POSTED row carrying a
      * credit balance, is raised; a REVERSED row that carried
      * one has its refund cancelled.
      *-----------------------------------------------------------
       2000-SWEEP-ROW.
           IF PH-NOMATCH
               PERFORM 2100-RAISE-NOMATCH THRU 2100-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF PH-REFUND NOT > ZERO
               GO TO 2000-NEXT
           END-IF.
           IF PH-POSTED
               PERFORM 2200-RAISE-OVERAGE THRU 2200-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF PH-REVERSED
               PERFORM 2300-CANCEL-REVERSED THRU 2300-EXIT
           END-IF.

       2000-NEXT.
           PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-RAISE-NOMATCH
      *
      * The whole receipt goes back - no loan took any of it. Who
      * sent it and in what currency is for the operator to key
      * when the refund is approved.
      *-----------------------------------------------------------
       2100-RAISE-NOMATCH.
           MOVE SPACES TO REFUNDS-RECORD.
           MOVE PH-APPL-ID TO RF-APPL-ID.
           MOVE "N" TO RF-SOURCE.
           MOVE PH-POST-SEQ TO RF-SOURCE-REF.
           MOVE PH-AMOUNT TO RF-AMOUNT.
           PERFORM 2400-WRITE-REFUND THRU 2400-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-RAISE-OVERAGE
      *
      * The credit balance on a POSTED row goes back to the loan's
      * borrower in the loan's currency.
      *-----------------------------------------------------------
       2200-RAISE-OVERAGE.
           MOVE SPACES TO REFUNDS-RECORD.
           MOVE PH-APPL-ID TO RF-APPL-ID.
           MOVE "O" TO RF-SOURCE.
           MOVE PH-POST-SEQ TO RF-SOURCE-REF.
           MOVE PH-REFUND TO RF-AMOUNT.
           MOVE PH-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** No loan on file for the credit "
                       "balance on '" PH-APPL-ID "' - payee left "
                       "for the operator."
               NOT INVALID KEY
                   MOVE LM-CURRENCY TO RF-CURRENCY
                   MOVE LM-BORROWER TO RF-PAYEE
           END-READ.
           PERFORM 2400-WRITE-REFUND THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-CANCEL-REVERSED
      *
      * The payment that created the credit balance bounced, so
      * there is nothing to give back. Not yet paid, the refund is
      * cancelled; already paid, it is the desk's to recover.
      *-----------------------------------------------------------
       2300-CANCEL-REVERSED.
           MOVE PH-APPL-ID TO RF-APPL-ID.
           MOVE "O" TO RF-SOURCE.
           MOVE PH-POST-SEQ TO RF-SOURCE-REF.
           READ REFUNDS-FILE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ.
           IF RF-PENDING OR RF-APPROVED
               MOVE "CANCELLD" TO RF-STATUS
               MOVE "lnrfcoll" TO RF-ACTION-OPER
               MOVE WS-TODAY TO RF-ACTION-DATE
               REWRITE REFUNDS-RECORD
               ADD 1 TO WS-CANCELLED-COUNT
               DISPLAY "Refund on '" RF-APPL-ID "' seq "
                   RF-SOURCE-REF " cancelled - payment reversed."
               GO TO 2300-EXIT
           END-IF.
           IF RF-DISBURSED
               ADD 1 TO WS-RECOVER-COUNT
               MOVE RF-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY "*** Refund of " WS-AMT-DISPLAY " on '"
                   RF-APPL-ID "' was paid " RF-DISB-DATE
                   " but its payment has been reversed - recover "
                   "from the borrower."
           END-IF.
       2300-EXIT.
           EXIT.

       2400-WRITE-REFUND.
           MOVE WS-TODAY TO RF-RAISED-DATE.
           MOVE "PENDING" TO RF-STATUS.
           MOVE ZEROES TO RF-ACTION-DATE.
           MOVE ZEROES TO RF-VALUE-DATE.
           MOVE ZEROES TO RF-DISB-DATE.
           WRITE REFUNDS-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
                   GO TO 2400-EXIT
           END-WRITE.
           ADD 1 TO WS-RAISED-COUNT.
           MOVE RF-AMOUNT TO WS-AMT-DISPLAY.
           DISPLAY "Raised " RF-SOURCE " refund of " WS-AMT-DISPLAY
               " " RF-CURRENCY " on '" RF-APPL-ID "' seq "
               RF-SOURCE-REF ".".
       2400-EXIT.
           EXIT.

       8000-READ-HISTORY.
           READ PAY-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.
       8000-EXIT.
           EXIT.
