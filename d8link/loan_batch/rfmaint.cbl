      ******************************************************************
      *
      * Refund Approval Maintenance
      * ===========================
      *
      * Interactive approval of the credit balances lnrfcoll and
      * lnesanal raise on REFUNDS, in the esmaint pattern. The
      * operator signs on and keys an application id; the loan's
      * PENDING refunds are listed by line, and the operator picks
      * one to approve or reject. A NOMATCH refund comes with no
      * payee or currency - nobody knows whose money it is until the
      * desk finds out - and cannot be approved until both are
      * keyed. Every decision is stamped with the operator and date
      * and written to MAINTAUD; only an APPROVED refund is ever
      * paid by lnrfdisb.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rfmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUNDS-FILE ASSIGN TO "REFUNDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-REFUNDS-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY refunds.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
       01 WS-REFUNDS-STATUS PIC X(02) VALUE SPACES.
           88 REFUNDS-OPENED VALUE "00".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-RFD-EOF PIC X(01) VALUE "N".
           88 END-OF-REFUNDS VALUE "Y".
       01 WS-TODAY PIC 9(08).
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(25) VALUE SPACES.
       01 WS-LINE-ENTRY PIC 9(02) VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.

      * The loan's PENDING refunds as listed, by line.
       01 WS-LINE-COUNT PIC S9(4) COMP VALUE ZERO.
       01 WS-LINE-TABLE.
           05 WS-LINE-KEY PIC X(29) OCCURS 20 TIMES.
       77 WS-LINE-IDX PIC S9(4) COMP.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "rfmaint" TO WS-AUD-PROGRAM.
           MOVE "rfmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN I-O REFUNDS-FILE.
           IF NOT REFUNDS-OPENED
               DISPLAY "*** Unable to open REFUNDS - status "
                   WS-REFUNDS-STATUS
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-REFUNDS THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE REFUNDS-FILE.
           GOBACK.

       1000-ACCEPT-APPL-ID.
           DISPLAY "Application id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-APPL-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-REFUNDS
      *
      * Lists the keyed loan's PENDING refunds and works the one
      * the operator picks.
      *-----------------------------------------------------------
       2000-MAINTAIN-REFUNDS.
           PERFORM 2100-LIST-PENDING THRU 2100-EXIT.
           IF WS-LINE-COUNT = ZERO
               DISPLAY "No PENDING refunds for '" WS-APPL-ID-ENTRY
                   "'."
               GO TO 2000-NEXT
           END-IF.

           DISPLAY "Line to work (0 to skip): " WITH NO ADVANCING.
           ACCEPT WS-LINE-ENTRY.
           IF WS-LINE-ENTRY = ZERO OR WS-LINE-ENTRY > WS-LINE-COUNT
               GO TO 2000-NEXT
           END-IF.

           MOVE WS-LINE-KEY (WS-LINE-ENTRY) TO RF-KEY.
           READ REFUNDS-FILE
               INVALID KEY
                   DISPLAY "*** Refund line " WS-LINE-ENTRY
                       " is no longer on file."
                   GO TO 2000-NEXT
           END-READ.
           IF NOT RF-PENDING
               DISPLAY "*** Refund line " WS-LINE-ENTRY " is now "
                   RF-STATUS " - not changed."
               GO TO 2000-NEXT
           END-IF.
           MOVE REFUNDS-RECORD TO WS-AUD-BEFORE.

           DISPLAY "Approve, Reject, or blank to leave (A/R): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           EVALUATE WS-CONFIRM
               WHEN "A"
               WHEN "a"
                   PERFORM 2200-APPROVE-REFUND THRU 2200-EXIT
               WHEN "R"
               WHEN "r"
                   MOVE "REJECTED" TO RF-STATUS
                   MOVE "REJECT" TO WS-AUD-ACTION
               WHEN OTHER
                   GO TO 2000-NEXT
           END-EVALUATE.
           IF RF-PENDING
               GO TO 2000-NEXT
           END-IF.

           MOVE WS-OPS-OPERATOR TO RF-ACTION-OPER.
           MOVE WS-TODAY TO RF-ACTION-DATE.
           REWRITE REFUNDS-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for '" RF-APPL-ID
                       "' - status " WS-REFUNDS-STATUS
                   GO TO 2000-NEXT
           END-REWRITE.
           MOVE RF-APPL-ID TO WS-AUD-KEY.
           MOVE REFUNDS-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Refund line " WS-LINE-ENTRY " on '" RF-APPL-ID
               "' " RF-STATUS ".".

       2000-NEXT.
           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-LIST-PENDING
      *
      * Walks the loan's REFUNDS rows by key, listing and
      * remembering the PENDING ones.
      *-----------------------------------------------------------
       2100-LIST-PENDING.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE "N" TO WS-RFD-EOF.
           MOVE SPACES TO RF-KEY.
           MOVE WS-APPL-ID-ENTRY TO RF-APPL-ID.
           MOVE ZEROES TO RF-SOURCE-REF.
           START REFUNDS-FILE KEY NOT < RF-KEY
               INVALID KEY MOVE "Y" TO WS-RFD-EOF
           END-START.
           IF NOT END-OF-REFUNDS
               PERFORM 8000-READ-REFUND THRU 8000-EXIT
               PERFORM 2110-LIST-ONE THRU 2110-EXIT
                   UNTIL END-OF-REFUNDS
           END-IF.
       2100-EXIT.
           EXIT.

       2110-LIST-ONE.
           IF RF-APPL-ID NOT = WS-APPL-ID-ENTRY
               OR WS-LINE-COUNT = 20
               MOVE "Y" TO WS-RFD-EOF
               GO TO 2110-EXIT
           END-IF.
           IF RF-PENDING
               ADD 1 TO WS-LINE-COUNT
               MOVE RF-KEY TO WS-LINE-KEY (WS-LINE-COUNT)
               MOVE RF-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY WS-LINE-COUNT ": " RF-SOURCE " ref "
                   RF-SOURCE-REF " raised " RF-RAISED-DATE " "
                   WS-AMT-DISPLAY " " RF-CURRENCY " to " RF-PAYEE
           END-IF.
           PERFORM 8000-READ-REFUND THRU 8000-EXIT.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-APPROVE-REFUND
      *
      * Payee and currency may be corrected (blank keeps them); a
      * refund still missing either stays PENDING.
      *-----------------------------------------------------------
       2200-APPROVE-REFUND.
           DISPLAY "Payee (blank to keep '" RF-PAYEE "'): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO RF-PAYEE
           END-IF.
           DISPLAY "Currency (blank to keep '" RF-CURRENCY "'): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO RF-CURRENCY
           END-IF.
           IF RF-PAYEE = SPACES OR RF-CURRENCY = SPACES
               DISPLAY "*** A refund needs a payee and a currency "
                   "- left PENDING."
               GO TO 2200-EXIT
           END-IF.
           MOVE "APPROVED" TO RF-STATUS.
           MOVE "APPROVE" TO WS-AUD-ACTION.
       2200-EXIT.
           EXIT.

       8000-READ-REFUND.
           READ REFUNDS-FILE NEXT
               AT END MOVE "Y" TO WS-RFD-EOF
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
