      * disbursements in the year keeps its portion and is listed
      * for the desk to review.
      *
      * An analyzed account holding more than it needs is in
      * surplus: the account is allowed a cushion of two months of
      * the (new) portion plus every payee bill falling due in the
      * next ninety days, and anything above that - 50.00 or more -
      * is raised on REFUNDS as an E refund to the borrower. The
      * balance itself only comes down when lnrfdisb pays the
      * refund, and an account with an E refund still awaiting
      * approval or payment is not raised again. An escrow advance
      * still owed comes off the balance first - the servicer is
      * repaid before the borrower is refunded.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original escrow analysis.
      * 2026-10-15  RJM  Escrow surplus is raised on REFUNDS for
      *                  approval and disbursement - it used to be
      *                  found and go nowhere.
      * 2026-10-15  RJM  An escrow advance outstanding is netted off
      *                  the balance before any surplus is raised.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ESC-DISB-FILE ASSIGN TO "ESCDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-DISB-STATUS.
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
           05 ED-PAYEE-NAME  PIC X(25).
           05 ED-PAYEE-TYPE  PIC X(03).
           05 ED-AMOUNT      PIC S9(7)V9(2).
           05 ED-ADVANCE     PIC S9(7)V9(2).
           05 ED-PAYEE-ID    PIC X(08).

           COPY loanmstr.

           COPY refunds.

       WORKING-STORAGE SECTION.
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
       01 WS-ESC-DISB-STATUS PIC X(02) VALUE SPACES.
           88 ESC-DISB-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-REFUNDS-STATUS PIC X(02) VALUE SPACES.
           88 REFUNDS-OPENED VALUE "00".
           88 REFUNDS-NOT-FOUND VALUE "35".

       01 WS-ESC-EOF PIC X(01) VALUE "N".
           88 END-OF-ACCOUNTS VALUE "Y".
       01 WS-YEAR-TOTAL PIC S9(9)V9(2) COMP-3.
       01 WS-NEW-PORTION PIC S9(7)V9(2) COMP-3.

      * Surplus test - two months' portion as cushion plus the
      * bills due within the next ninety days is all the account
      * may hold; a surplus under the minimum stays in escrow.
       01 WS-CUSHION-MONTHS PIC 9(02) VALUE 2.
       01 WS-DUE-WINDOW-DAYS PIC 9(03) VALUE 90.
       01 WS-MIN-REFUND PIC S9(7)V9(2) COMP-3 VALUE 50.00.
       01 WS-ALLOWED PIC S9(9)V9(2) COMP-3.
       01 WS-SURPLUS PIC S9(9)V9(2) COMP-3.
       01 WS-DUE-INT PIC 9(08) COMP.
       77 WS-SLOT-IDX PIC S9(4) COMP.
       01 WS-OPEN-REFUND PIC X(01) VALUE "N".
           88 REFUND-OUTSTANDING VALUE "Y".
       01 WS-RFD-EOF PIC X(01) VALUE "N".
           88 END-OF-REFUNDS VALUE "Y".
       01 WS-SURPLUS-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-SURPLUS-DISPLAY PIC -Z,ZZZ,ZZ9.99.

       01 WS-ANALYZED-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-CHANGED-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-OLD-DISPLAY PIC -Z,ZZZ,ZZ9.99.
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE ESCROW-FILE
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
               CLOSE ESCROW-FILE
               CLOSE LOAN-MSTR-FILE
               GOBACK
           END-IF.

           DISPLAY "Annual escrow analysis as of " WS-TODAY.
           DISPLAY "=====================================".

               UNTIL END-OF-ACCOUNTS.

           CLOSE ESCROW-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE REFUNDS-FILE.

           DISPLAY "-------------------------------------".
           DISPLAY "lnesanal: " WS-ANALYZED-COUNT " account(s) "
               "analyzed, " WS-CHANGED-COUNT " portion(s) "
               "re-leveled, " WS-SURPLUS-COUNT " surplus "
               "refund(s) raised.".
           GOBACK.

      *-----------------------------------------------------------
                   " unchanged."
           END-IF.

           PERFORM 2200-TEST-SURPLUS THRU 2200-EXIT.

       2000-NEXT.
           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       2000-EXIT.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-TEST-SURPLUS
      *
      * The balance above the cushion and the bills about to fall
      * due is the borrower's money - raised as an E refund keyed
      * by today's date unless one is already waiting.
      *-----------------------------------------------------------
       2200-TEST-SURPLUS.
           COMPUTE WS-ALLOWED =
               ES-MONTHLY-PORTION * WS-CUSHION-MONTHS.
           PERFORM 2210-ADD-DUE-BILL THRU 2210-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.
           COMPUTE WS-SURPLUS =
               ES-BALANCE - ES-ADVANCE-BAL - WS-ALLOWED.
           IF WS-SURPLUS < WS-MIN-REFUND
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2220-FIND-OPEN-REFUND THRU 2220-EXIT.
           MOVE WS-SURPLUS TO WS-SURPLUS-DISPLAY.
           IF REFUND-OUTSTANDING
               DISPLAY "'" ES-APPL-ID "' surplus "
                   WS-SURPLUS-DISPLAY " - an escrow refund is "
                   "already awaiting payment."
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES TO REFUNDS-RECORD.
           MOVE ES-APPL-ID TO RF-APPL-ID.
           MOVE "E" TO RF-SOURCE.
           MOVE WS-TODAY TO RF-SOURCE-REF.
           MOVE WS-TODAY TO RF-RAISED-DATE.
           MOVE WS-SURPLUS TO RF-AMOUNT.
           MOVE ES-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LM-CURRENCY TO RF-CURRENCY
                   MOVE LM-BORROWER TO RF-PAYEE
           END-READ.
           MOVE "PENDING" TO RF-STATUS.
           MOVE ZEROES TO RF-ACTION-DATE.
           MOVE ZEROES TO RF-VALUE-DATE.
           MOVE ZEROES TO RF-DISB-DATE.
           WRITE REFUNDS-RECORD
               INVALID KEY
                   GO TO 2200-EXIT
           END-WRITE.
           ADD 1 TO WS-SURPLUS-COUNT.
           DISPLAY "'" ES-APPL-ID "' surplus " WS-SURPLUS-DISPLAY
               " raised for refund.".
       2200-EXIT.
           EXIT.

       2210-ADD-DUE-BILL.
           IF ES-PAYEE-NAME (WS-SLOT-IDX) = SPACES
               OR ES-PAYEE-DUE (WS-SLOT-IDX) NOT NUMERIC
               OR ES-PAYEE-DUE (WS-SLOT-IDX) = ZEROES
               GO TO 2210-EXIT
           END-IF.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(ES-PAYEE-DUE (WS-SLOT-IDX)).
           IF WS-DUE-INT - WS-TODAY-INT NOT > WS-DUE-WINDOW-DAYS
               ADD ES-PAYEE-AMOUNT (WS-SLOT-IDX) TO WS-ALLOWED
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2220-FIND-OPEN-REFUND
      *
      * Walks the account's own E rows by key for one still
      * PENDING or APPROVED.
      *-----------------------------------------------------------
       2220-FIND-OPEN-REFUND.
           MOVE "N" TO WS-OPEN-REFUND.
           MOVE "N" TO WS-RFD-EOF.
           MOVE ES-APPL-ID TO RF-APPL-ID.
           MOVE "E" TO RF-SOURCE.
           MOVE ZEROES TO RF-SOURCE-REF.
           START REFUNDS-FILE KEY NOT < RF-KEY
               INVALID KEY MOVE "Y" TO WS-RFD-EOF
           END-START.
           IF NOT END-OF-REFUNDS
               PERFORM 8200-READ-REFUND THRU 8200-EXIT
               PERFORM 2230-CHECK-REFUND THRU 2230-EXIT
                   UNTIL END-OF-REFUNDS OR REFUND-OUTSTANDING
           END-IF.
       2220-EXIT.
           EXIT.

       2230-CHECK-REFUND.
           IF RF-APPL-ID NOT = ES-APPL-ID OR NOT RF-SRC-ESCROW
               MOVE "Y" TO WS-RFD-EOF
               GO TO 2230-EXIT
           END-IF.
           IF RF-PENDING OR RF-APPROVED
               MOVE "Y" TO WS-OPEN-REFUND
               GO TO 2230-EXIT
           END-IF.
           PERFORM 8200-READ-REFUND THRU 8200-EXIT.
       2230-EXIT.
           EXIT.

       8000-READ-ACCOUNT.
           READ ESCROW-FILE NEXT
               AT END MOVE "Y" TO WS-ESC-EOF
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-REFUND.
           READ REFUNDS-FILE NEXT
               AT END MOVE "Y" TO WS-RFD-EOF
           END-READ.
       8200-EXIT.
           EXIT.
