      ******************************************************************
      *
      * Maintenance Change Approval
      * ===========================
      *
      * Interactive checker program for the dual-control PENDCHG
      * file. Under dual control (MKCHKPM present) lnmaint, lnmod and
      * esmaint do not apply a high-value change themselves - a move
      * to CLOSED or CHGD-OFF, a restructure beyond the balance, rate
      * or term threshold, or an escrow payee or large amount change
      * waits on PENDCHG. Here a second operator, signed on with an
      * OPERMSTR slot for lnapprov, sees the PENDING requests, keys
      * one by number and approves or rejects it with a note. The
      * operator who keyed a change can never decide it.
      *
      * An approved status move is applied to LOANMSTR under the
      * record's LOANLOCK lock, journaled to LOANJRN and audited; an
      * approved escrow change is written to ESCROW and audited; both
      * go to APPLIED. An approved lnmod restructure goes to APPROVED
      * and the next lnmod run rebuilds the schedule and applies it.
      * A change the record has moved on from since it was keyed
      * (the loan no longer in the status it was keyed from, an
      * account set up or removed meanwhile) is marked STALE and not
      * applied - key it again. A rejection changes nothing but the
      * request.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original approval program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnapprov.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-APPL-ID
               FILE STATUS IS WS-ESCROW-STATUS.
           COPY lnmkcsel.
           COPY lnjrnsel.
           COPY lnlcksel.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY loanmstr.

           COPY escrow.

           COPY pendchg.

           COPY lnmkcfd.

           COPY lnjrnfd.

           COPY lnlckfd.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
           88 ESCROW-NOT-FOUND VALUE "35".

       01 WS-REQ-ENTRY PIC X(08) VALUE SPACES.
           88 END-OF-APPROVALS VALUE SPACES, "END".
       01 WS-DECISION-ENTRY PIC X(01) VALUE SPACES.
           88 DECIDE-APPROVE VALUE "A" "a".
           88 DECIDE-REJECT VALUE "R" "r".
       01 WS-NOTE-ENTRY PIC X(30) VALUE SPACES.
       01 WS-LOCK-RETRY PIC X(01) VALUE SPACES.
       01 WS-TODAY PIC 9(08) VALUE ZEROES.
       01 WS-PEND-EOF PIC X(01) VALUE "N".
           88 END-OF-PENDING VALUE "Y".
       01 WS-LIST-COUNT PIC 9(05) VALUE ZEROES.
       77 WS-SLOT-IDX PIC S9(4) COMP.

      * What became of an approval.
       01 WS-APPLY-RESULT PIC X(01) VALUE SPACES.
           88 APPLY-DONE VALUE "A".
           88 APPLY-STALE VALUE "S".
           88 APPLY-FAILED VALUE "F".

      * Rendered amounts for the display.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-RATE-DISPLAY PIC -ZZ9.99.

           COPY lnmkcws.
           COPY lnjrnws.
           COPY lnlckws.
           COPY lnaudws.
           COPY lnopsws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "lnapprov" TO WS-JRN-PROGRAM.
           MOVE "lnapprov" TO WS-AUD-PROGRAM.
           MOVE "lnapprov" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           MOVE WS-OPS-OPERATOR TO WS-LCK-HOLDER.

           OPEN I-O PEND-CHG-FILE.
           IF NOT PEND-CHG-OPENED
               DISPLAY "*** Unable to open PENDCHG - status "
                   WS-PEND-CHG-STATUS " - nothing awaits approval."
               GOBACK
           END-IF.
           OPEN I-O LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE PEND-CHG-FILE
               GOBACK
           END-IF.
           OPEN I-O ESCROW-FILE.
           IF ESCROW-NOT-FOUND
               OPEN OUTPUT ESCROW-FILE
               CLOSE ESCROW-FILE
               OPEN I-O ESCROW-FILE
           END-IF.
           IF NOT ESCROW-OPENED
               DISPLAY "*** Unable to open ESCROW - status "
                   WS-ESCROW-STATUS
               CLOSE LOAN-MSTR-FILE
               CLOSE PEND-CHG-FILE
               GOBACK
           END-IF.

           PERFORM 1100-LIST-PENDING THRU 1100-EXIT.
           PERFORM 1000-ACCEPT-REQ-NO THRU 1000-EXIT.
           PERFORM 2000-DECIDE-REQUEST THRU 2000-EXIT
               UNTIL END-OF-APPROVALS.

           CLOSE ESCROW-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE PEND-CHG-FILE.
           GOBACK.

       1000-ACCEPT-REQ-NO.
           DISPLAY "Request number, 8 digits as listed (blank or END "
               "to finish): " WITH NO ADVANCING.
           ACCEPT WS-REQ-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1100-LIST-PENDING
      *
      * Lists every PENDING request - the control row and decided
      * requests are skipped.
      *-----------------------------------------------------------
       1100-LIST-PENDING.
           MOVE ZEROES TO WS-LIST-COUNT.
           MOVE "N" TO WS-PEND-EOF.
           MOVE ZEROES TO PN-REQ-NO.
           START PEND-CHG-FILE KEY > PN-REQ-NO
               INVALID KEY MOVE "Y" TO WS-PEND-EOF
           END-START.
           IF NOT END-OF-PENDING
               PERFORM 8000-READ-PENDING THRU 8000-EXIT
               PERFORM 1110-LIST-ONE THRU 1110-EXIT
                   UNTIL END-OF-PENDING
           END-IF.
           DISPLAY WS-LIST-COUNT " request(s) awaiting approval.".
       1100-EXIT.
           EXIT.

       1110-LIST-ONE.
           IF PN-PENDING
               ADD 1 TO WS-LIST-COUNT
               DISPLAY PN-REQ-NO " " PN-CHANGE-TYPE " " PN-APPL-ID
                   " by " PN-MAKER " " PN-REQ-DATE " " PN-TRIGGER
           END-IF.
           PERFORM 8000-READ-PENDING THRU 8000-EXIT.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-DECIDE-REQUEST
      *
      * Reads the keyed request, shows it, and records the second
      * operator's approval or rejection.
      *-----------------------------------------------------------
       2000-DECIDE-REQUEST.
           IF WS-REQ-ENTRY NOT NUMERIC
               DISPLAY "*** Key the request number as listed - all "
                   "8 digits."
               GO TO 2000-NEXT
           END-IF.
           MOVE WS-REQ-ENTRY TO PN-REQ-NO.
           IF PN-CONTROL-ROW
               DISPLAY "*** No request " WS-REQ-ENTRY "."
               GO TO 2000-NEXT
           END-IF.
           READ PEND-CHG-FILE
               INVALID KEY
                   DISPLAY "*** No request " WS-REQ-ENTRY "."
                   GO TO 2000-NEXT
           END-READ.
           IF NOT PN-PENDING
               DISPLAY "*** Request " PN-REQ-NO " is already "
                   PN-STATE " by " PN-CHECKER "."
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-DISPLAY-REQUEST THRU 2100-EXIT.

      * The maker of a change is never its checker.
           IF PN-MAKER = WS-OPS-OPERATOR
               DISPLAY "*** You keyed request " PN-REQ-NO
                   " - another operator must decide it."
               GO TO 2000-NEXT
           END-IF.

           DISPLAY "Approve or reject (A/R, blank to leave): "
               WITH NO ADVANCING.
           ACCEPT WS-DECISION-ENTRY.
           IF NOT DECIDE-APPROVE AND NOT DECIDE-REJECT
               GO TO 2000-NEXT
           END-IF.
           DISPLAY "Note: " WITH NO ADVANCING.
           ACCEPT WS-NOTE-ENTRY.
           IF DECIDE-REJECT AND WS-NOTE-ENTRY = SPACES
               DISPLAY "*** A rejection needs a note - request "
                   "left PENDING."
               GO TO 2000-NEXT
           END-IF.

           IF DECIDE-REJECT
               MOVE "REJECTED" TO PN-STATE
               PERFORM 2900-RECORD-DECISION THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN PN-TYPE-STATUS
                   PERFORM 2200-APPLY-STATUS THRU 2200-EXIT
               WHEN PN-TYPE-ESCROW
                   PERFORM 2300-APPLY-ESCROW THRU 2300-EXIT
               WHEN PN-TYPE-MODIFY
                   MOVE "A" TO WS-APPLY-RESULT
               WHEN OTHER
                   MOVE "F" TO WS-APPLY-RESULT
                   DISPLAY "*** Request " PN-REQ-NO " is of unknown "
                       "type '" PN-CHANGE-TYPE "'."
           END-EVALUATE.

           EVALUATE TRUE
               WHEN APPLY-DONE AND PN-TYPE-MODIFY
                   MOVE "APPROVED" TO PN-STATE
                   DISPLAY "Approved - the next lnmod run applies "
                       "the restructure."
               WHEN APPLY-DONE
                   MOVE "APPLIED" TO PN-STATE
               WHEN APPLY-STALE
                   MOVE "STALE" TO PN-STATE
                   DISPLAY "*** " PN-APPL-ID " has changed since the "
                       "request was keyed - marked STALE, not applied."
               WHEN OTHER
                   DISPLAY "*** Request " PN-REQ-NO " left PENDING."
                   GO TO 2000-NEXT
           END-EVALUATE.
           PERFORM 2900-RECORD-DECISION THRU 2900-EXIT.

       2000-NEXT.
           PERFORM 1000-ACCEPT-REQ-NO THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-REQUEST.
           DISPLAY "Request:   " PN-REQ-NO " " PN-CHANGE-TYPE
               " from " PN-PROGRAM.
           DISPLAY "Loan:      " PN-APPL-ID.
           DISPLAY "Keyed by:  " PN-MAKER " on " PN-REQ-DATE " "
               PN-REQ-TIME.
           DISPLAY "Held for:  " PN-TRIGGER.
           EVALUATE TRUE
               WHEN PN-TYPE-STATUS
                   MOVE PN-ST-BALANCE TO WS-AMT-DISPLAY
                   DISPLAY "Status:    " PN-OLD-STATUS " -> "
                       PN-NEW-STATUS
                   DISPLAY "Balance:   " WS-AMT-DISPLAY
               WHEN PN-TYPE-MODIFY
                   MOVE PN-MD-BALANCE TO WS-AMT-DISPLAY
                   DISPLAY "Balance:   " WS-AMT-DISPLAY
                   MOVE PN-MD-OLD-RATE TO WS-RATE-DISPLAY
                   DISPLAY "Rate:      " WS-RATE-DISPLAY
                       WITH NO ADVANCING
                   MOVE PN-MD-NEW-RATE TO WS-RATE-DISPLAY
                   DISPLAY " -> " WS-RATE-DISPLAY
                   DISPLAY "Term:      " PN-MD-OLD-TERM " -> "
                       PN-MD-NEW-TERM " from period "
                       PN-MD-EFF-PERIOD
                   MOVE PN-MD-OLD-PAYMENT TO WS-AMT-DISPLAY
                   DISPLAY "Payment:   " WS-AMT-DISPLAY
                       WITH NO ADVANCING
                   MOVE PN-MD-NEW-PAYMENT TO WS-AMT-DISPLAY
                   DISPLAY " -> " WS-AMT-DISPLAY
               WHEN PN-TYPE-ESCROW
                   MOVE PN-ES-PORTION TO WS-AMT-DISPLAY
                   DISPLAY "Escrow:    " PN-ES-ACTION " portion "
                       WS-AMT-DISPLAY
                   PERFORM 2110-DISPLAY-SLOT THRU 2110-EXIT
                       VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 4
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2110-DISPLAY-SLOT.
           IF PN-ES-PAYEE-ID (WS-SLOT-IDX) NOT = SPACES
               MOVE PN-ES-PAYEE-AMOUNT (WS-SLOT-IDX)
                   TO WS-AMT-DISPLAY
               DISPLAY "Payee " WS-SLOT-IDX ":  "
                   PN-ES-PAYEE-ID (WS-SLOT-IDX) " "
                   PN-ES-PAYEE-NAME (WS-SLOT-IDX) " "
                   WS-AMT-DISPLAY " due "
                   PN-ES-PAYEE-DUE (WS-SLOT-IDX)
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-APPLY-STATUS
      *
      * Applies an approved lnmaint status move under the loan's
      * record lock, provided the loan still stands in the status
      * the move was keyed from.
      *-----------------------------------------------------------
       2200-APPLY-STATUS.
           MOVE "F" TO WS-APPLY-RESULT.
       2200-LOCK.
           MOVE PN-APPL-ID TO WS-LCK-APPL-ID.
           PERFORM 9875-ACQUIRE-RECORD-LOCK THRU 9875-EXIT.
           IF NOT LOCK-GRANTED
               DISPLAY "*** Loan is locked by " WS-LCK-OWNER
                   " since " WS-LCK-OWNER-DATE "-"
                   WS-LCK-OWNER-TIME "."
               DISPLAY "Wait and retry? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-LOCK-RETRY
               IF WS-LOCK-RETRY = "Y" OR WS-LOCK-RETRY = "y"
                   GO TO 2200-LOCK
               END-IF
               GO TO 2200-EXIT
           END-IF.

           MOVE PN-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   MOVE "S" TO WS-APPLY-RESULT
                   GO TO 2200-RELEASE
           END-READ.
           IF LM-STATUS NOT = PN-OLD-STATUS
               MOVE "S" TO WS-APPLY-RESULT
               GO TO 2200-RELEASE
           END-IF.

           MOVE LOAN-MSTR-RECORD TO WS-JRN-BEFORE.
           MOVE LOAN-MSTR-RECORD TO WS-AUD-BEFORE.
           MOVE PN-NEW-STATUS TO LM-STATUS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO LM-STATUS-DATE.
           REWRITE LOAN-MSTR-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for '" LM-APPL-ID
                       "' - status " WS-LOAN-MSTR-STATUS
                   GO TO 2200-RELEASE
           END-REWRITE.
           MOVE "R" TO WS-JRN-ACTION.
           PERFORM 9860-JOURNAL-LOAN THRU 9860-EXIT.
           MOVE "STATUS" TO WS-AUD-ACTION.
           MOVE LM-APPL-ID TO WS-AUD-KEY.
           MOVE LOAN-MSTR-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           MOVE "A" TO WS-APPLY-RESULT.
           DISPLAY "Loan " LM-APPL-ID " is now " LM-STATUS
               " as of " LM-STATUS-DATE ".".

       2200-RELEASE.
           PERFORM 9876-RELEASE-RECORD-LOCK THRU 9876-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-APPLY-ESCROW
      *
      * Applies an approved esmaint set-up or change. A set-up is
      * written as keyed; a change lays the keyed portion and payee
      * slots over the account as it now stands, leaving the
      * balance and advance lnpost and lnesdisb keep.
      *-----------------------------------------------------------
       2300-APPLY-ESCROW.
           MOVE "F" TO WS-APPLY-RESULT.
           MOVE PN-APPL-ID TO ES-APPL-ID.
           READ ESCROW-FILE
               INVALID KEY
                   IF PN-ES-ACTION = "CHANGE"
                       MOVE "S" TO WS-APPLY-RESULT
                       GO TO 2300-EXIT
                   END-IF
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE PN-ES-AFTER TO ESCROW-RECORD
                   WRITE ESCROW-RECORD
                       INVALID KEY
                           DISPLAY "*** Write failed for '"
                               ES-APPL-ID "' - status "
                               WS-ESCROW-STATUS
                           GO TO 2300-EXIT
                   END-WRITE
                   MOVE "ADD" TO WS-AUD-ACTION
                   GO TO 2300-AUDIT
           END-READ.
           IF PN-ES-ACTION = "ADD"
               MOVE "S" TO WS-APPLY-RESULT
               GO TO 2300-EXIT
           END-IF.

           MOVE ESCROW-RECORD TO WS-AUD-BEFORE.
           MOVE PN-ES-PORTION TO ES-MONTHLY-PORTION.
           PERFORM 2310-OVERLAY-SLOT THRU 2310-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.
           REWRITE ESCROW-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for '" ES-APPL-ID
                       "' - status " WS-ESCROW-STATUS
                   GO TO 2300-EXIT
           END-REWRITE.
           MOVE "CHANGE" TO WS-AUD-ACTION.

       2300-AUDIT.
           MOVE ES-APPL-ID TO WS-AUD-KEY.
           MOVE ESCROW-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           MOVE "A" TO WS-APPLY-RESULT.
           DISPLAY "Escrow account " ES-APPL-ID " updated.".
       2300-EXIT.
           EXIT.

       2310-OVERLAY-SLOT.
           MOVE PN-ES-PAYEE (WS-SLOT-IDX) TO ES-PAYEE (WS-SLOT-IDX).
           MOVE PN-ES-PAYEE-ID (WS-SLOT-IDX)
               TO ES-PAYEE-ID (WS-SLOT-IDX).
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2900-RECORD-DECISION
      *
      * Stamps the checker, the time and the note on the request
      * (PN-STATE already set) and audits the decision.
      *-----------------------------------------------------------
       2900-RECORD-DECISION.
           MOVE WS-OPS-OPERATOR TO PN-CHECKER.
           ACCEPT PN-DECIDE-DATE FROM DATE YYYYMMDD.
           ACCEPT PN-DECIDE-TIME FROM TIME.
           MOVE WS-NOTE-ENTRY TO PN-NOTE.
           REWRITE PEND-CHG-RECORD
               INVALID KEY
                   DISPLAY "*** PENDCHG rewrite failed for request "
                       PN-REQ-NO " - status " WS-PEND-CHG-STATUS
                   GO TO 2900-EXIT
           END-REWRITE.
           IF PN-REJECTED
               MOVE "REJECT" TO WS-AUD-ACTION
           ELSE
               MOVE "APPROVE" TO WS-AUD-ACTION
           END-IF.
           MOVE PN-APPL-ID TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE PEND-CHG-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Request " PN-REQ-NO " " PN-STATE ".".
       2900-EXIT.
           EXIT.

       8000-READ-PENDING.
           READ PEND-CHG-FILE NEXT
               AT END MOVE "Y" TO WS-PEND-EOF
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnjrnwrt.
           COPY lnlckwrt.
           COPY lnaudwrt.
           COPY lnopschk.
