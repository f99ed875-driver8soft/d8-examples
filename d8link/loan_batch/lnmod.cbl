      * term; a zero effective period means "from the next period
      * to fall due".
      *
      * Under dual control (MKCHKPM present) a modification on a
      * balance, or moving the rate or term, beyond its threshold is
      * not applied: it is held on PENDCHG for a second operator to
      * approve in lnapprov, and the first run after approval
      * applies it ahead of the day's MODTXN.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Dual control - modifications beyond the
      *                  MKCHKPM thresholds wait on PENDCHG for
      *                  approval and approved ones are applied at
      *                  the start of the next run - see lnmkcchk.
      * 2026-10-15  RJM  MODHIST layout moved to the modhist copybook
      *                  shared with lnassume; rows are typed as a
      *                  change of terms.
      * 2026-09-02  RJM  Takes the exclusive LOANLOCK run-level
      *                  lock around its master updates - see
      *                  lnlckwrt.
               FILE STATUS IS WS-MOD-HIST-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.
           COPY lnmkcsel.

       DATA DIVISION.
       FILE SECTION.

           COPY amortsch.

           COPY modhist.

           COPY lnjrnfd.

           COPY lnlckfd.

           COPY pendchg.

           COPY lnmkcfd.

       WORKING-STORAGE SECTION.
       01 WS-MOD-TXN-STATUS PIC X(02) VALUE SPACES.
           88 MOD-TXN-OPENED VALUE "00".

       01 WS-APPLIED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-REJECTED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-APPROVED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-STALE-COUNT PIC 9(07) VALUE ZEROES.

      * Where the modification in hand came from, and what became
      * of it.
       01 WS-MOD-SOURCE PIC X(01) VALUE "T".
           88 MOD-FROM-MODTXN VALUE "T".
           88 MOD-FROM-APPROVAL VALUE "A".
       01 WS-MOD-RESULT PIC X(01) VALUE SPACES.
           88 MOD-APPLIED VALUE "A".
           88 MOD-REJECTED VALUE "R".
           88 MOD-HELD VALUE "P".
           88 MOD-STALE VALUE "S".
       01 WS-PEND-EOF PIC X(01) VALUE "N".
           88 END-OF-PENDING VALUE "Y".
       01 WS-RATE-MOVE PIC S9(7)V9(2) COMP-3.
       01 WS-TERM-MOVE PIC S9(4) COMP.

           COPY lnjrnws.
           COPY lnlckws.
           COPY lnmkcws.

       PROCEDURE DIVISION.

               OPEN OUTPUT MOD-HIST-FILE
           END-IF.

           PERFORM 9930-LOAD-DUAL-CONTROL THRU 9930-EXIT.
           PERFORM 1000-APPLY-APPROVED THRU 1000-EXIT.

           MOVE "T" TO WS-MOD-SOURCE.
           PERFORM 8000-READ-TXN THRU 8000-EXIT.
           PERFORM 2000-MODIFY-LOAN THRU 2000-EXIT
               UNTIL END-OF-TXN-FILE.

           DISPLAY "lnmod: " WS-APPLIED-COUNT " modification(s) "
               "applied, " WS-REJECTED-COUNT " rejected.".
           IF DUAL-CONTROL-ON
               DISPLAY "lnmod: " WS-HELD-COUNT " held for approval; "
                   WS-APPROVED-COUNT " approved change(s) applied, "
                   WS-STALE-COUNT " stale."
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-APPLY-APPROVED
      *
      * Applies every lnmod change a second operator has approved
      * on PENDCHG since the last run, without the threshold test,
      * and marks it APPLIED - or STALE when the loan's terms have
      * moved since it was keyed or it no longer applies.
      *-----------------------------------------------------------
       1000-APPLY-APPROVED.
           MOVE "A" TO WS-MOD-SOURCE.
           MOVE "N" TO WS-PEND-EOF.
           OPEN I-O PEND-CHG-FILE.
           IF NOT PEND-CHG-OPENED
               GO TO 1000-EXIT
           END-IF.
           MOVE ZEROES TO PN-REQ-NO.
           START PEND-CHG-FILE KEY > PN-REQ-NO
               INVALID KEY MOVE "Y" TO WS-PEND-EOF
           END-START.
           IF NOT END-OF-PENDING
               PERFORM 8200-READ-PENDING THRU 8200-EXIT
               PERFORM 1100-APPLY-ONE-APPROVED THRU 1100-EXIT
                   UNTIL END-OF-PENDING
           END-IF.
           CLOSE PEND-CHG-FILE.
       1000-EXIT.
           EXIT.

       1100-APPLY-ONE-APPROVED.
           IF PN-PROGRAM NOT = "lnmod" OR NOT PN-APPROVED
               GO TO 1100-NEXT
           END-IF.
           MOVE PN-APPL-ID TO MD-APPL-ID.
           MOVE PN-MD-NEW-RATE TO MD-NEW-RATE.
           MOVE PN-MD-NEW-TERM TO MD-NEW-TERM.
           MOVE PN-MD-EFF-PERIOD TO MD-EFF-PERIOD.
           MOVE PN-MAKER TO MD-OPERATOR.
           PERFORM 2010-APPLY-MODIFICATION THRU 2010-EXIT.
           IF MOD-APPLIED
               ADD 1 TO WS-APPROVED-COUNT
               MOVE "APPLIED" TO PN-STATE
           ELSE
               ADD 1 TO WS-STALE-COUNT
               MOVE "STALE" TO PN-STATE
               DISPLAY "*** Approved request " PN-REQ-NO " for '"
                   PN-APPL-ID "' no longer applies - marked STALE."
           END-IF.
           REWRITE PEND-CHG-RECORD
               INVALID KEY
                   DISPLAY "*** PENDCHG rewrite failed for request "
                       PN-REQ-NO " - status " WS-PEND-CHG-STATUS
           END-REWRITE.
       1100-NEXT.
           PERFORM 8200-READ-PENDING THRU 8200-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MODIFY-LOAN
      *
      * One MODTXN transaction.
      *-----------------------------------------------------------
       2000-MODIFY-LOAN.
           PERFORM 2010-APPLY-MODIFICATION THRU 2010-EXIT.
       2000-NEXT.
           PERFORM 8000-READ-TXN THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2010-APPLY-MODIFICATION
      *
      * One modification (the MOD-TXN-RECORD fields) against one
      * BOOKED loan, leaving WS-MOD-RESULT set. A MODTXN change
      * beyond the dual-control thresholds is held, not applied.
      *-----------------------------------------------------------
       2010-APPLY-MODIFICATION.
           MOVE "R" TO WS-MOD-RESULT.
           MOVE MD-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "*** No loan on file for modification "
                       "against '" MD-APPL-ID "'."
                   GO TO 2010-EXIT
           END-READ.
           MOVE LOAN-MSTR-RECORD TO WS-JRN-BEFORE.

      * An approved change is only good against the terms it was
      * keyed over.
           IF MOD-FROM-APPROVAL
               AND (LM-RATE NOT = PN-MD-OLD-RATE
                 OR LM-TERM NOT = PN-MD-OLD-TERM)
               MOVE "S" TO WS-MOD-RESULT
               GO TO 2010-EXIT
           END-IF.

           IF NOT LM-ST-BOOKED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "*** Loan '" LM-APPL-ID "' is " LM-STATUS
                   " not BOOKED - modification rejected."
               GO TO 2010-EXIT
           END-IF.

           IF MD-NEW-RATE = ZEROES AND MD-NEW-TERM = ZEROES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "*** Modification for '" MD-APPL-ID
                   "' changes neither rate nor term - rejected."
               GO TO 2010-EXIT
           END-IF.

           PERFORM 2100-DERIVE-EFF-PERIOD THRU 2100-EXIT.
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "*** Effective period not derivable for '"
                   MD-APPL-ID "' - rejected."
               GO TO 2010-EXIT
           END-IF.

      * Before-image, then the new terms.
                   DISPLAY "*** New term " MD-NEW-TERM " falls "
                       "before the effective period for '"
                       MD-APPL-ID "' - rejected."
                   GO TO 2010-EXIT
               END-IF
               MOVE MD-NEW-TERM TO LM-TERM
           END-IF.
               * WS-COMPOUND-FACTOR / (WS-COMPOUND-FACTOR - 1).
           MOVE WS-NEW-PAYMENT TO LM-PAYMENT.

           IF DUAL-CONTROL-ON AND MOD-FROM-MODTXN
               PERFORM 2050-TEST-THRESHOLDS THRU 2050-EXIT
               IF MOD-HELD
                   GO TO 2010-EXIT
               END-IF
           END-IF.

           PERFORM 2300-REBUILD-SCHEDULE THRU 2300-EXIT.

           REWRITE LOAN-MSTR-RECORD

           PERFORM 2400-WRITE-MOD-HISTORY THRU 2400-EXIT.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "A" TO WS-MOD-RESULT.
           DISPLAY "Modified '" LM-APPL-ID "' - rate " LM-RATE
               ", term " LM-TERM ", payment " LM-PAYMENT
               " from period " WS-EFF-PERIOD ".".
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2050-TEST-THRESHOLDS
      *
      * Holds the modification on PENDCHG when the loan's balance,
      * or the move in rate or term, is beyond its MKCHKPM
      * threshold. The loan record is not rewritten.
      *-----------------------------------------------------------
       2050-TEST-THRESHOLDS.
           MOVE SPACES TO WS-MKC-TRIGGER.
           COMPUTE WS-RATE-MOVE = LM-RATE - WS-OLD-RATE.
           IF WS-RATE-MOVE < ZERO
               COMPUTE WS-RATE-MOVE = ZERO - WS-RATE-MOVE
           END-IF.
           COMPUTE WS-TERM-MOVE = LM-TERM - WS-OLD-TERM.
           IF WS-TERM-MOVE < ZERO
               COMPUTE WS-TERM-MOVE = ZERO - WS-TERM-MOVE
           END-IF.
           EVALUATE TRUE
               WHEN LM-OUTSTANDING-BAL > WS-MKC-BALANCE-LIMIT
                   MOVE "BALANCE OVER LIMIT" TO WS-MKC-TRIGGER
               WHEN WS-RATE-MOVE > WS-MKC-RATE-LIMIT
                   MOVE "RATE CHANGE OVER LIMIT" TO WS-MKC-TRIGGER
               WHEN WS-TERM-MOVE > WS-MKC-TERM-LIMIT
                   MOVE "TERM CHANGE OVER LIMIT" TO WS-MKC-TRIGGER
               WHEN OTHER
                   GO TO 2050-EXIT
           END-EVALUATE.

           MOVE "lnmod" TO WS-MKC-PROGRAM.
           MOVE "MODIFY" TO WS-MKC-TYPE.
           MOVE LM-APPL-ID TO WS-MKC-APPL-ID.
           MOVE MD-OPERATOR TO WS-MKC-MAKER.
           MOVE SPACES TO WS-MKC-CHANGE.
           MOVE MD-NEW-RATE TO WS-MKC-MD-NEW-RATE.
           MOVE MD-NEW-TERM TO WS-MKC-MD-NEW-TERM.
           MOVE MD-EFF-PERIOD TO WS-MKC-MD-EFF-PERIOD.
           MOVE WS-OLD-RATE TO WS-MKC-MD-OLD-RATE.
           MOVE WS-OLD-TERM TO WS-MKC-MD-OLD-TERM.
           MOVE WS-OLD-PAYMENT TO WS-MKC-MD-OLD-PAYMENT.
           MOVE LM-PAYMENT TO WS-MKC-MD-NEW-PAYMENT.
           MOVE LM-OUTSTANDING-BAL TO WS-MKC-MD-BALANCE.
           PERFORM 9932-HOLD-FOR-APPROVAL THRU 9932-EXIT.
           IF NOT MKC-HELD
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "*** Modification for '" LM-APPL-ID "' "
                   "could not be held for approval - rejected."
               MOVE "P" TO WS-MOD-RESULT
               GO TO 2050-EXIT
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE "P" TO WS-MOD-RESULT.
           DISPLAY "Modification for '" LM-APPL-ID "' held for "
               "approval as request " WS-MKC-REQ-NO " - "
               WS-MKC-TRIGGER.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
           MOVE LM-RATE TO MH-NEW-RATE.
           MOVE LM-TERM TO MH-NEW-TERM.
           MOVE LM-PAYMENT TO MH-NEW-PAYMENT.
           MOVE SPACES TO MH-MOD-TYPE.
           MOVE LM-BORROWER-NO TO MH-OLD-BORROWER-NO.
           MOVE LM-BORROWER TO MH-OLD-BORROWER.
           MOVE LM-BORROWER-NO TO MH-NEW-BORROWER-NO.
           MOVE LM-BORROWER TO MH-NEW-BORROWER.
           WRITE MOD-HIST-RECORD.
       2400-EXIT.
           EXIT.
       8100-EXIT.
           EXIT.

       8200-READ-PENDING.
           READ PEND-CHG-FILE NEXT
               AT END MOVE "Y" TO WS-PEND-EOF
           END-READ.
       8200-EXIT.
           EXIT.

           COPY lnjrnwrt.
           COPY lnlckwrt.
           COPY lnmkcchk.
