      *                  derivation now follow the loan's own
      *                  payment frequency (LM-PAY-FREQ) instead of
      *                  assuming a month per period.
      * 2026-10-15  RJM  Every re-pricing is recorded on MODHIST
      *                  (type RPRC) with the old and new rate,
      *                  term and payment, so the loan's rate
      *                  history can be replayed.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT MOD-HIST-FILE ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-HIST-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.


           COPY amortsch.

           COPY modhist.

           COPY lnjrnfd.

           COPY lnlckfd.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-AMORT-STATUS PIC X(02) VALUE SPACES.
           88 AMORT-FILE-OPENED VALUE "00".
       01 WS-MOD-HIST-STATUS PIC X(02) VALUE SPACES.
           88 MOD-HIST-NOT-FOUND VALUE "35".

       01 WS-CHG-EOF PIC X(01) VALUE "N".
           88 END-OF-RATE-CHG VALUE "Y".
           05 WS-TODAY-YYYY PIC 9(04).
           05 WS-TODAY-MM PIC 9(02).
           05 WS-TODAY-DD PIC 9(02).
       01 WS-TIME-NOW PIC 9(08).

      * New rates by loan type, loaded from RATECHG.
       01 WS-CHG-MAX PIC 9(02) VALUE 20.
       0000-MAIN.
           MOVE "lnreprc" TO WS-JRN-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.

           PERFORM 1000-LOAD-RATE-CHANGES THRU 1000-EXIT.
           IF WS-CHG-COUNT = ZEROES
                   WS-LOAN-MSTR-STATUS
               GO TO 2000-EXIT
           END-IF.
           OPEN EXTEND MOD-HIST-FILE.
           IF MOD-HIST-NOT-FOUND
               OPEN OUTPUT MOD-HIST-FILE
           END-IF.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2100-REPRICE-LOAN THRU 2100-EXIT
               UNTIL END-OF-MASTER.
           CLOSE MOD-HIST-FILE.
           CLOSE LOAN-MSTR-FILE.
       2000-EXIT.
           EXIT.
               * WS-COMPOUND-FACTOR / (WS-COMPOUND-FACTOR - 1).

           MOVE LOAN-MSTR-RECORD TO WS-JRN-BEFORE.
           MOVE LM-APPL-ID TO MH-APPL-ID.
           MOVE WS-TODAY TO MH-MOD-DATE.
           MOVE WS-TIME-NOW TO MH-MOD-TIME.
           MOVE "lnreprc" TO MH-OPERATOR.
           COMPUTE MH-EFF-PERIOD = WS-ELAPSED + 1.
           MOVE LM-RATE TO MH-OLD-RATE.
           MOVE LM-TERM TO MH-OLD-TERM.
           MOVE LM-PAYMENT TO MH-OLD-PAYMENT.
           MOVE CHG-NEW-RATE (CHG-IDX) TO LM-RATE.
           MOVE WS-NEW-PAYMENT TO LM-PAYMENT.
           REWRITE LOAN-MSTR-RECORD
           END-REWRITE.
           MOVE "R" TO WS-JRN-ACTION.
           PERFORM 9860-JOURNAL-LOAN THRU 9860-EXIT.
           PERFORM 2200-WRITE-MOD-HISTORY THRU 2200-EXIT.

           ADD 1 TO WS-RPR-COUNT.
           MOVE LM-APPL-ID TO RPR-APPL-ID (WS-RPR-COUNT).
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-WRITE-MOD-HISTORY
      *
      * The re-pricing as an RPRC row, the old terms already in
      * place from before the rewrite.
      *-----------------------------------------------------------
       2200-WRITE-MOD-HISTORY.
           MOVE LM-RATE TO MH-NEW-RATE.
           MOVE LM-TERM TO MH-NEW-TERM.
           MOVE LM-PAYMENT TO MH-NEW-PAYMENT.
           MOVE "RPRC" TO MH-MOD-TYPE.
           MOVE LM-BORROWER-NO TO MH-OLD-BORROWER-NO.
           MOVE LM-BORROWER TO MH-OLD-BORROWER.
           MOVE LM-BORROWER-NO TO MH-NEW-BORROWER-NO.
           MOVE LM-BORROWER TO MH-NEW-BORROWER.
           WRITE MOD-HIST-RECORD.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-REBUILD-SCHEDULE
      *
