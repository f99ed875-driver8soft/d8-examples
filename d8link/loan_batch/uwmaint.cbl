      ******************************************************************
      *
      * Underwriting Decision
      * =====================
      *
      * Interactive decision program for the applications the
      * DECRULES engine stamped REFERRED (the lnrefer worklist). The
      * credit officer keys an application id; the pricing result -
      * amount, rate, term, payment, APR and fees - is shown with
      * the rule that referred it, the payment-to-income ratio and
      * the borrower's current exposure from the exposure service,
      * and the officer records APPROVE or DECLINE with a reason
      * code from the UWREASON file.
      *
      * An approval is held to the officer's OPERMSTR approval
      * limit: the borrower's outstanding exposure plus the new
      * loan must not exceed it, and an approval is refused when
      * the exposure service cannot be reached. A decline needs no
      * limit. An approval also honors the quote expiry and raises
      * the pre-booking conditions, as lnmaint does.
      *
      * The decision and reason are written back to LOANMSTR
      * (LM-DECISION and LM-DECISION-RULE) with the status moved to
      * APPROVED or DECLINED, journaled and audited, and a UWDECISN
      * row keeps the referral date, the rule that referred it, the
      * officer and the exposure and limit the decision was taken
      * on for the lnuwtat turnaround report.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original decision program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. uwmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT UW-DECISION-FILE ASSIGN TO "UWDECISN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UD-APPL-ID
               FILE STATUS IS WS-UW-DECISION-STATUS.
           SELECT UW-REASON-FILE ASSIGN TO "UWREASON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UW-REASON-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.
           COPY lnaudsel.
           COPY lnopssel.
           COPY lncndsel.

       DATA DIVISION.
       FILE SECTION.
           COPY loanmstr.

           COPY uwdecisn.

           COPY uwreason.

           COPY lnjrnfd.

           COPY lnlckfd.

           COPY lnaudfd.

           COPY opermstr.

           COPY condtrk.

           COPY lncndfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-UW-DECISION-STATUS PIC X(02) VALUE SPACES.
       01 WS-UW-REASON-STATUS PIC X(02) VALUE SPACES.
           88 UW-REASON-OPENED VALUE "00".

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-DECISION-ENTRY PIC X(01) VALUE SPACES.
           88 DECIDE-APPROVE VALUE "A" "a".
           88 DECIDE-DECLINE VALUE "D" "d".
       01 WS-REASON-ENTRY PIC X(08) VALUE SPACES.
       01 WS-NEW-DECISION PIC X(08) VALUE SPACES.
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-LOCK-RETRY PIC X(01) VALUE SPACES.
       01 WS-TODAY PIC 9(08) VALUE ZEROES.
       01 WS-REASON-EOF PIC X(01) VALUE "N".
           88 END-OF-REASONS VALUE "Y".
       01 WS-REASON-OK PIC X(01) VALUE "N".
           88 REASON-OK VALUE "Y".

      * The UWREASON codes, loaded once at start-up.
       01 WS-RSN-MAX PIC 9(03) VALUE 100.
       01 WS-RSN-COUNT PIC 9(03) VALUE ZEROES.
       01 RSN-TABLE.
           05 RSN-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-RSN-COUNT
               INDEXED BY RSN-IDX.
               10 RSN-CODE PIC X(08).
               10 RSN-USE PIC X(01).
               10 RSN-TEXT PIC X(50).

      * Exposure dispatch work fields - the same direct-CALL bridge
      * lnmaint uses for the calendar service.
       01 EXP-PROG-NAME PIC X(8) VALUE "exposure".
       01 EXP-COMMLEN PIC 9(9) COMP.
       01 EXP-BACKEND PIC X(40) VALUE SPACES.
           COPY exposarea.
           COPY d8authws.
           COPY d8verws.
           COPY d8corrws.
       01 WS-EXPOSURE-KNOWN PIC X(01) VALUE "N".
           88 EXPOSURE-KNOWN VALUE "Y".
       01 WS-TOTAL-EXPOSURE PIC S9(9)V9(2) VALUE ZEROES.

      * Rendered amounts for the display.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-BIG-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-DISPLAY PIC -ZZ9.99.
       01 WS-PTI-DISPLAY PIC 9.9999.

           COPY lnjrnws.
           COPY lnlckws.
           COPY lnaudws.
           COPY lnopsws.
           COPY lncndws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "uwmaint" TO WS-JRN-PROGRAM.
           MOVE "uwmaint" TO WS-AUD-PROGRAM.
           MOVE "uwmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           MOVE WS-OPS-OPERATOR TO WS-LCK-HOLDER.
           MOVE WS-OPS-APPROVAL-LIMIT TO WS-BIG-DISPLAY.
           DISPLAY "Approval limit: " WS-BIG-DISPLAY.

           PERFORM 1100-LOAD-REASONS THRU 1100-EXIT.
           IF WS-RSN-COUNT = ZEROES
               DISPLAY "*** No UWREASON reason codes - nothing can "
                   "be decided."
               GOBACK
           END-IF.

           OPEN I-O LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               GOBACK
           END-IF.
           OPEN I-O UW-DECISION-FILE.
           IF WS-UW-DECISION-STATUS = "35"
               OPEN OUTPUT UW-DECISION-FILE
               CLOSE UW-DECISION-FILE
               OPEN I-O UW-DECISION-FILE
           END-IF.
           IF WS-UW-DECISION-STATUS NOT = "00"
               DISPLAY "*** Unable to open UWDECISN - status "
                   WS-UW-DECISION-STATUS
               CLOSE LOAN-MSTR-FILE
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-DECIDE-LOAN THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE UW-DECISION-FILE.
           CLOSE LOAN-MSTR-FILE.
           GOBACK.

       1000-ACCEPT-APPL-ID.
           DISPLAY "Application id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-APPL-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1100-LOAD-REASONS
      *
      * Reads the UWREASON codes into the reason table.
      *-----------------------------------------------------------
       1100-LOAD-REASONS.
           OPEN INPUT UW-REASON-FILE.
           IF NOT UW-REASON-OPENED
               DISPLAY "*** Unable to open UWREASON - status "
                   WS-UW-REASON-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE THRU 1110-EXIT
               UNTIL END-OF-REASONS.
           CLOSE UW-REASON-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE.
           READ UW-REASON-FILE
               AT END
                   MOVE "Y" TO WS-REASON-EOF
                   GO TO 1110-EXIT
           END-READ.
           IF UR-CODE = SPACES
               GO TO 1110-EXIT
           END-IF.
           IF WS-RSN-COUNT NOT < WS-RSN-MAX
               DISPLAY "*** Reason table full at " WS-RSN-MAX
                   " - '" UR-CODE "' not loaded."
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-RSN-COUNT.
           MOVE UR-CODE TO RSN-CODE (WS-RSN-COUNT).
           MOVE UR-USE TO RSN-USE (WS-RSN-COUNT).
           MOVE UR-TEXT TO RSN-TEXT (WS-RSN-COUNT).
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-DECIDE-LOAN
      *
      * Reads the keyed application, shows it with the borrower's
      * exposure, and records one decision if the officer makes
      * one. Only a REFERRED application still QUOTED is decided
      * here.
      *-----------------------------------------------------------
       2000-DECIDE-LOAN.
           MOVE WS-APPL-ID-ENTRY TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** No loan on file for application id '"
                       WS-APPL-ID-ENTRY "'"
                   GO TO 2000-NEXT
           END-READ.
           IF NOT LM-DC-REFERRED
               DISPLAY "*** '" LM-APPL-ID "' is not awaiting an "
                   "underwriting decision - decision is "
                   LM-DECISION "."
               GO TO 2000-NEXT
           END-IF.
           IF NOT LM-ST-QUOTED
               DISPLAY "*** Referred application '" LM-APPL-ID
                   "' is " LM-STATUS " - nothing to decide."
               GO TO 2000-NEXT
           END-IF.

       2000-LOCK.
           MOVE WS-APPL-ID-ENTRY TO WS-LCK-APPL-ID.
           PERFORM 9875-ACQUIRE-RECORD-LOCK THRU 9875-EXIT.
           IF NOT LOCK-GRANTED
               DISPLAY "*** Record is locked by " WS-LCK-OWNER
                   " since " WS-LCK-OWNER-DATE "-"
                   WS-LCK-OWNER-TIME "."
               DISPLAY "Wait and retry? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-LOCK-RETRY
               IF WS-LOCK-RETRY = "Y" OR WS-LOCK-RETRY = "y"
                   GO TO 2000-LOCK
               END-IF
               GO TO 2000-NEXT
           END-IF.
           MOVE LOAN-MSTR-RECORD TO WS-JRN-BEFORE.
           MOVE LOAN-MSTR-RECORD TO WS-AUD-BEFORE.

           PERFORM 2100-DISPLAY-APPLICATION THRU 2100-EXIT.
           PERFORM 2200-GET-EXPOSURE THRU 2200-EXIT.

           DISPLAY "Decision A approve / D decline (blank to leave "
               "undecided): " WITH NO ADVANCING.
           ACCEPT WS-DECISION-ENTRY.
           IF WS-DECISION-ENTRY = SPACES
               GO TO 2000-NEXT
           END-IF.
           IF DECIDE-APPROVE
               MOVE "APPROVED" TO WS-NEW-DECISION
           ELSE
               IF DECIDE-DECLINE
                   MOVE "DECLINED" TO WS-NEW-DECISION
               ELSE
                   DISPLAY "*** Decision must be A or D."
                   GO TO 2000-NEXT
               END-IF
           END-IF.

           DISPLAY "Reason code: " WITH NO ADVANCING.
           ACCEPT WS-REASON-ENTRY.
           PERFORM 2300-CHECK-REASON THRU 2300-EXIT.
           IF NOT REASON-OK
               GO TO 2000-NEXT
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF DECIDE-APPROVE
               PERFORM 2400-CHECK-APPROVAL THRU 2400-EXIT
               IF NOT REASON-OK
                   GO TO 2000-NEXT
               END-IF
           END-IF.

           DISPLAY "Record " WS-NEW-DECISION " for '" LM-APPL-ID
               "' under " WS-REASON-ENTRY "? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 2000-NEXT
           END-IF.

      * An approval raises the loan type's pre-booking conditions
      * before the status moves, as lnmaint does.
           IF DECIDE-APPROVE
               MOVE WS-TODAY TO WS-CND-DATE
               PERFORM 9900-SEED-CONDITIONS THRU 9900-EXIT
               IF CND-FILE-ERROR
                   DISPLAY "*** Conditions for '" LM-APPL-ID
                       "' could not be raised - not approved."
                   GO TO 2000-NEXT
               END-IF
               IF WS-CND-SEED-COUNT > ZEROES
                   DISPLAY WS-CND-SEED-COUNT " pre-booking "
                       "condition(s) raised - see ctmaint."
               END-IF
           END-IF.

           PERFORM 2500-WRITE-DECISION THRU 2500-EXIT.

           MOVE WS-NEW-DECISION TO LM-DECISION.
           MOVE WS-REASON-ENTRY TO LM-DECISION-RULE.
           MOVE WS-NEW-DECISION TO LM-STATUS.
           MOVE WS-TODAY TO LM-STATUS-DATE.
           REWRITE LOAN-MSTR-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for '" LM-APPL-ID
                       "' - status " WS-LOAN-MSTR-STATUS
           END-REWRITE.
           MOVE WS-D8-CORR-ID TO WS-JRN-CORR-ID.
           MOVE "R" TO WS-JRN-ACTION.
           PERFORM 9860-JOURNAL-LOAN THRU 9860-EXIT.
           MOVE "DECISION" TO WS-AUD-ACTION.
           MOVE LM-APPL-ID TO WS-AUD-KEY.
           MOVE LOAN-MSTR-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Loan " LM-APPL-ID " is now " LM-STATUS
               " as of " LM-STATUS-DATE " - reason "
               LM-DECISION-RULE ".".

       2000-NEXT.
           PERFORM 9876-RELEASE-RECORD-LOCK THRU 9876-EXIT.
           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-APPLICATION.
           DISPLAY "Application:  " LM-APPL-ID " priced "
               LM-STATUS-DATE.
           DISPLAY "Borrower:     " LM-BORROWER " " LM-BORROWER-NO.
           MOVE LM-PRINCIPAL TO WS-AMT-DISPLAY.
           DISPLAY "Loan type:    " LM-LOAN-TYPE "  principal "
               WS-AMT-DISPLAY " " LM-CURRENCY.
           MOVE LM-RATE TO WS-RATE-DISPLAY.
           MOVE LM-PAYMENT TO WS-AMT-DISPLAY.
           DISPLAY "Rate/term:    " WS-RATE-DISPLAY "% / " LM-TERM
               "  payment " WS-AMT-DISPLAY.
           MOVE LM-APR TO WS-RATE-DISPLAY.
           MOVE LM-FEES-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY "APR/fees:     " WS-RATE-DISPLAY "% / "
               WS-AMT-DISPLAY.
           DISPLAY "Quote expiry: " LM-QUOTE-EXPIRY.
           DISPLAY "Referred by:  rule " LM-DECISION-RULE.
           IF LM-PTI-RATIO > ZEROES
               MOVE LM-PTI-RATIO TO WS-PTI-DISPLAY
               DISPLAY "PTI ratio:    " WS-PTI-DISPLAY
           ELSE
               DISPLAY "PTI ratio:    (not computed)"
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-GET-EXPOSURE
      *
      * The borrower's open loans, balance and worst delinquency
      * from the exposure service, and the total exposure with
      * this loan. An unregistered borrower has no other loans to
      * count; an unreachable service leaves the exposure unknown.
      *-----------------------------------------------------------
       2200-GET-EXPOSURE.
           MOVE "N" TO WS-EXPOSURE-KNOWN.
           MOVE LM-PRINCIPAL TO WS-TOTAL-EXPOSURE.
           IF LM-BORROWER-NO = SPACES
               MOVE "Y" TO WS-EXPOSURE-KNOWN
               DISPLAY "Exposure:     unregistered borrower - this "
                   "loan only"
               GO TO 2200-EXIT
           END-IF.
           INITIALIZE COMMAREA.
           MOVE LM-BORROWER-NO TO EX-BORROWER-NO.
           COMPUTE EXP-COMMLEN = LENGTH OF COMMAREA.
           PERFORM 2210-NEW-CORR-ID THRU 2210-EXIT.
           CALL "D8link" USING EXP-PROG-NAME COMMAREA EXP-COMMLEN
               WS-D8-AUTH-TOKEN WS-D8-PROTOCOL-VERSION
               WS-D8-CORR-ID EXP-BACKEND.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "*** D8link call to '" EXP-PROG-NAME
                   "' FAILED - RETURN-CODE: " RETURN-CODE
                   " - exposure unknown."
               MOVE ZERO TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           MOVE "Y" TO WS-EXPOSURE-KNOWN.
           ADD EX-TOTAL-OUTSTANDING TO WS-TOTAL-EXPOSURE.
           MOVE EX-TOTAL-OUTSTANDING TO WS-BIG-DISPLAY.
           DISPLAY "Exposure:     " EX-OPEN-COUNT " open loan(s), "
               "outstanding " WS-BIG-DISPLAY.
           IF EX-WORST-BUCKET NOT = SPACES
               DISPLAY "              worst bucket " EX-WORST-BUCKET
           END-IF.
           MOVE WS-TOTAL-EXPOSURE TO WS-BIG-DISPLAY.
           DISPLAY "              with this loan " WS-BIG-DISPLAY.
       2200-EXIT.
           EXIT.

       2210-NEW-CORR-ID.
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
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-CHECK-REASON
      *
      * The reason must be a UWREASON code for this kind of
      * decision.
      *-----------------------------------------------------------
       2300-CHECK-REASON.
           MOVE "N" TO WS-REASON-OK.
           SET RSN-IDX TO 1.
           SEARCH RSN-ENTRY
               AT END
                   DISPLAY "*** Reason '" WS-REASON-ENTRY
                       "' is not on UWREASON."
               WHEN RSN-CODE (RSN-IDX) = WS-REASON-ENTRY
                   IF (DECIDE-APPROVE AND RSN-USE (RSN-IDX) = "A")
                       OR (DECIDE-DECLINE AND RSN-USE (RSN-IDX) = "D")
                       MOVE "Y" TO WS-REASON-OK
                       DISPLAY "Reason:       " RSN-TEXT (RSN-IDX)
                   ELSE
                       DISPLAY "*** Reason '" WS-REASON-ENTRY
                           "' does not support " WS-NEW-DECISION "."
                   END-IF
           END-SEARCH.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-CHECK-APPROVAL
      *
      * An approval needs an open quote, a known exposure and an
      * exposure within the officer's limit. Clears REASON-OK when
      * any of them fails.
      *-----------------------------------------------------------
       2400-CHECK-APPROVAL.
           IF LM-QUOTE-EXPIRY > ZEROES
               AND WS-TODAY > LM-QUOTE-EXPIRY
               DISPLAY "*** Quote '" LM-APPL-ID "' expired "
                   LM-QUOTE-EXPIRY " - re-price before approving."
               MOVE "N" TO WS-REASON-OK
               GO TO 2400-EXIT
           END-IF.
           IF NOT EXPOSURE-KNOWN
               DISPLAY "*** Exposure unknown - approval refused; "
                   "decline or retry later."
               MOVE "N" TO WS-REASON-OK
               GO TO 2400-EXIT
           END-IF.
           IF WS-TOTAL-EXPOSURE > WS-OPS-APPROVAL-LIMIT
               MOVE WS-OPS-APPROVAL-LIMIT TO WS-BIG-DISPLAY
               DISPLAY "*** Exposure is over your approval limit of "
                   WS-BIG-DISPLAY " - refer to a higher authority."
               MOVE "N" TO WS-REASON-OK
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-WRITE-DECISION
      *
      * The UWDECISN row, taken while the master record still
      * holds the referral rule and the pricing date.
      *-----------------------------------------------------------
       2500-WRITE-DECISION.
           MOVE SPACES TO UW-DECISION-RECORD.
           MOVE LM-APPL-ID TO UD-APPL-ID.
           MOVE LM-LOAN-TYPE TO UD-LOAN-TYPE.
           MOVE LM-PRINCIPAL TO UD-PRINCIPAL.
           MOVE LM-CURRENCY TO UD-CURRENCY.
           MOVE LM-DECISION-RULE TO UD-REFER-RULE.
           MOVE LM-STATUS-DATE TO UD-REFER-DATE.
           MOVE WS-NEW-DECISION TO UD-DECISION.
           MOVE WS-REASON-ENTRY TO UD-REASON.
           MOVE WS-OPS-OPERATOR TO UD-OFFICER.
           MOVE WS-TODAY TO UD-DECISION-DATE.
           MOVE LM-PTI-RATIO TO UD-PTI-RATIO.
           MOVE WS-TOTAL-EXPOSURE TO UD-EXPOSURE.
           MOVE WS-OPS-APPROVAL-LIMIT TO UD-LIMIT.
           WRITE UW-DECISION-RECORD
               INVALID KEY
                   REWRITE UW-DECISION-RECORD
                       INVALID KEY
                           DISPLAY "*** UWDECISN write failed for '"
                               UD-APPL-ID "' - status "
                               WS-UW-DECISION-STATUS
                   END-REWRITE
           END-WRITE.
       2500-EXIT.
           EXIT.

           COPY lnjrnwrt.
           COPY lnlckwrt.
           COPY lnaudwrt.
           COPY lnopschk.
           COPY lncndchk.
