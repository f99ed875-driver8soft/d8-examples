      ******************************************************************
      *
      * Refund Disbursement Batch
      * =========================
      *
      * Pays the refunds rfmaint has APPROVED: one payment
      * instruction per refund (payee, amount, currency, value date)
      * is written to the RFDISB file for the bank interface, the
      * way lnfund writes DISBURSE, and the REFUNDS row moves to
      * DISBURSD with the value date and the run date - the date the
      * GL extract posts it on. An escrow surplus refund also comes
      * out of the ESCROW balance here; an account that no longer
      * holds the amount (a bill paid since the analysis) keeps its
      * refund APPROVED and is reported.
      *
      * The value date is the next business day, asked of the
      * calendar service over the bridge once per run; an
      * unreachable calendar holds the run rather than instructing
      * the bank to pay on a weekend. Only APPROVED rows are ever
      * instructed, and an instructed row is DISBURSD, so a rerun
      * cannot pay a refund twice.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original refund disbursement batch.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnrfdisb.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUNDS-FILE ASSIGN TO "REFUNDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-REFUNDS-STATUS.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-APPL-ID
               FILE STATUS IS WS-ESCROW-STATUS.
           SELECT RF-DISB-FILE ASSIGN TO "RFDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-DISB-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY refunds.

           COPY escrow.

       FD  RF-DISB-FILE.
       01  RF-DISB-RECORD.
           05 RD-APPL-ID      PIC X(20).
           05 RD-PAYEE        PIC X(25).
           05 RD-AMOUNT       PIC 9(7)V9(2).
           05 RD-CURRENCY     PIC X(03).
           05 RD-VALUE-DATE   PIC 9(08).
           05 RD-SOURCE       PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-REFUNDS-STATUS PIC X(02) VALUE SPACES.
           88 REFUNDS-OPENED VALUE "00".
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
       01 WS-RF-DISB-STATUS PIC X(02) VALUE SPACES.

       01 WS-RFD-EOF PIC X(01) VALUE "N".
           88 END-OF-REFUNDS VALUE "Y".
       01 WS-ESCROW-AVAIL PIC X(01) VALUE "N".
           88 ESCROW-AVAILABLE VALUE "Y".
       01 WS-DRAW-STATE PIC X(01) VALUE "N".
           88 ESCROW-DRAWN VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-VALUE-DATE PIC 9(08).
       01 WS-PAID-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PAID-TOTAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      * Calendar dispatch work fields - the same direct-CALL bridge
      * pattern lnfund uses to date its funding instructions.
       01 CAL-PROG-NAME PIC X(8) VALUE "calendar".
       01 CAL-COMMLEN PIC 9(9) COMP.
       01 CAL-BACKEND PIC X(40) VALUE SPACES.
           COPY calarea.
           COPY d8authws.
           COPY d8verws.
           COPY d8corrws.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-FETCH-VALUE-DATE THRU 1000-EXIT.
           IF WS-VALUE-DATE = ZEROES
               DISPLAY "*** No value date - calendar service "
                   "unreachable; no refunds paid."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O REFUNDS-FILE.
           IF NOT REFUNDS-OPENED
               DISPLAY "*** Unable to open REFUNDS - status "
                   WS-REFUNDS-STATUS
               GOBACK
           END-IF.

           OPEN I-O ESCROW-FILE.
           IF ESCROW-OPENED
               MOVE "Y" TO WS-ESCROW-AVAIL
           END-IF.

           OPEN OUTPUT RF-DISB-FILE.

           PERFORM 8000-READ-REFUND THRU 8000-EXIT.
           PERFORM 2000-PAY-REFUND THRU 2000-EXIT
               UNTIL END-OF-REFUNDS.

           CLOSE RF-DISB-FILE.
           IF ESCROW-AVAILABLE
               CLOSE ESCROW-FILE
           END-IF.
           CLOSE REFUNDS-FILE.

           MOVE WS-PAID-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "lnrfdisb: " WS-PAID-COUNT " refund(s) written "
               "to RFDISB for value " WS-VALUE-DATE " totalling "
               WS-TOTAL-DISPLAY ", " WS-HELD-COUNT " held.".
           GOBACK.

      *-----------------------------------------------------------
      * 1000-FETCH-VALUE-DATE
      *
      * One calendar call per run - the value date is the next
      * business day after today.
      *-----------------------------------------------------------
       1000-FETCH-VALUE-DATE.
           MOVE ZEROES TO WS-VALUE-DATE.
           MOVE WS-TODAY TO CAL-DATE.
           MOVE SPACES TO CAL-IS-BUSINESS.
           COMPUTE CAL-COMMLEN = LENGTH OF COMMAREA.
           PERFORM 1100-NEW-CORR-ID THRU 1100-EXIT.
           CALL "D8link" USING CAL-PROG-NAME COMMAREA CAL-COMMLEN
               WS-D8-AUTH-TOKEN WS-D8-PROTOCOL-VERSION
               WS-D8-CORR-ID CAL-BACKEND.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "*** D8link call to '" CAL-PROG-NAME
                   "' FAILED - RETURN-CODE: " RETURN-CODE
               MOVE ZERO TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE CAL-NEXT-BUS TO WS-VALUE-DATE.
       1000-EXIT.
           EXIT.

       1100-NEW-CORR-ID.
           ACCEPT WS-D8-CORR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-D8-CORR-TIME FROM TIME.
           IF WS-D8-CORR-SEQ = 9999
               MOVE ZEROES TO WS-D8-CORR-SEQ
           ELSE
               ADD 1 TO WS-D8-CORR-SEQ
           END-IF.
           STRING WS-D8-CORR-DATE DELIMITED BY SIZE
                  WS-D8-CORR-TIME DELIMITED BY SIZE
                  WS-D8-CORR-SEQ  DELIMITED BY SIZE
               INTO WS-D8-CORR-ID.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-PAY-REFUND
      *
      * One APPROVED refund: an escrow surplus is drawn from the
      * account first (held if the money is no longer there), then
      * the instruction is written and the row marked DISBURSD.
      *-----------------------------------------------------------
       2000-PAY-REFUND.
           IF NOT RF-APPROVED
               GO TO 2000-NEXT
           END-IF.

           IF RF-SRC-ESCROW
               PERFORM 2100-DRAW-ESCROW THRU 2100-EXIT
               IF NOT ESCROW-DRAWN
                   ADD 1 TO WS-HELD-COUNT
                   GO TO 2000-NEXT
               END-IF
           END-IF.

           MOVE RF-APPL-ID TO RD-APPL-ID.
           MOVE RF-PAYEE TO RD-PAYEE.
           MOVE RF-AMOUNT TO RD-AMOUNT.
           MOVE RF-CURRENCY TO RD-CURRENCY.
           MOVE WS-VALUE-DATE TO RD-VALUE-DATE.
           MOVE RF-SOURCE TO RD-SOURCE.
           WRITE RF-DISB-RECORD.

           MOVE "DISBURSD" TO RF-STATUS.
           MOVE WS-VALUE-DATE TO RF-VALUE-DATE.
           MOVE WS-TODAY TO RF-DISB-DATE.
           REWRITE REFUNDS-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for '" RF-APPL-ID
                       "' - status " WS-REFUNDS-STATUS
           END-REWRITE.

           ADD 1 TO WS-PAID-COUNT.
           ADD RF-AMOUNT TO WS-PAID-TOTAL.
           MOVE RF-AMOUNT TO WS-AMT-DISPLAY.
           DISPLAY "Refunded " WS-AMT-DISPLAY " " RF-CURRENCY
               " to " RF-PAYEE " for '" RF-APPL-ID "' ("
               RF-SOURCE ").".

       2000-NEXT.
           PERFORM 8000-READ-REFUND THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-DRAW-ESCROW
      *
      * Takes the surplus out of the escrow balance. ESCROW-DRAWN
      * comes back on only when the draw landed - no account, no
      * file, or not enough in it, and the refund waits.
      *-----------------------------------------------------------
       2100-DRAW-ESCROW.
           MOVE "N" TO WS-DRAW-STATE.
           IF NOT ESCROW-AVAILABLE
               DISPLAY "*** ESCROW not open - escrow refund on '"
                   RF-APPL-ID "' held."
               GO TO 2100-EXIT
           END-IF.
           MOVE RF-APPL-ID TO ES-APPL-ID.
           READ ESCROW-FILE
               INVALID KEY
                   DISPLAY "*** No escrow account for '" RF-APPL-ID
                       "' - escrow refund held."
                   GO TO 2100-EXIT
           END-READ.
           IF ES-BALANCE < RF-AMOUNT
               MOVE ES-BALANCE TO WS-AMT-DISPLAY
               DISPLAY "*** Escrow on '" RF-APPL-ID "' holds only "
                   WS-AMT-DISPLAY " - refund held for review."
               GO TO 2100-EXIT
           END-IF.
           SUBTRACT RF-AMOUNT FROM ES-BALANCE.
           REWRITE ESCROW-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for escrow '"
                       ES-APPL-ID "' - status " WS-ESCROW-STATUS
                   GO TO 2100-EXIT
           END-REWRITE.
           MOVE "Y" TO WS-DRAW-STATE.
       2100-EXIT.
           EXIT.

       8000-READ-REFUND.
           READ REFUNDS-FILE NEXT
               AT END MOVE "Y" TO WS-RFD-EOF
           END-READ.
       8000-EXIT.
           EXIT.
