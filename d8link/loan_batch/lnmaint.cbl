      *     CHGD-OFF -> CLOSED
      * DECLINED and CLOSED are terminal.
      *
      * Approval raises the pre-booking conditions the CONDTMPL
      * template lists for the loan type on CONDTRK, and the loan
      * cannot be BOOKED while any of them is still open - they are
      * cleared or waived in ctmaint. An application the DECRULES
      * engine REFERRED is approved or declined in uwmaint, not
      * here.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original maintenance program.
      *                  loan can charge off (normally via the
      *                  lnchgoff batch) and a CHGD-OFF loan can
      *                  only be CLOSED.
      * 2026-10-15  RJM  Approval seeds the loan type's pre-booking
      *                  conditions on CONDTRK, and BOOKED is
      *                  refused while any of them is open - see
      *                  lncndchk and ctmaint.
      * 2026-10-15  RJM  A referred application can no longer be
      *                  approved or declined here - the credit
      *                  decision belongs to uwmaint.
      * 2026-10-15  RJM  Under dual control (MKCHKPM present) a move
      *                  to CLOSED or CHGD-OFF is held on PENDCHG for
      *                  a second operator to approve in lnapprov -
      *                  see lnmkcchk.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY lnlcksel.
           COPY lnaudsel.
           COPY lnopssel.
           COPY lncndsel.
           COPY lnmkcsel.

       DATA DIVISION.
       FILE SECTION.

           COPY opermstr.

           COPY condtrk.

           COPY lncndfd.

           COPY pendchg.

           COPY lnmkcfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
           COPY lnlckws.
           COPY lnaudws.
           COPY lnopsws.
           COPY lncndws.
           COPY lnmkcws.

       PROCEDURE DIVISION.

                   WS-LOAN-MSTR-STATUS
               GOBACK
           END-IF.
           PERFORM 9930-LOAD-DUAL-CONTROL THRU 9930-EXIT.
           IF DUAL-CONTROL-ON
               DISPLAY "Dual control in force - closing and charging "
                   "off are held for approval."
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-LOAN THRU 2000-EXIT
               GO TO 2000-NEXT
           END-IF.

      * A referred application is decided by a credit officer in
      * uwmaint, with a reason and within the officer's limit.
           IF LM-ST-QUOTED AND LM-DC-REFERRED
               AND (WS-NEW-STATUS = "APPROVED"
                 OR WS-NEW-STATUS = "DECLINED")
               DISPLAY "*** '" LM-APPL-ID "' is referred - decide "
                   "it in uwmaint."
               GO TO 2000-NEXT
           END-IF.

      * Promoting a quote is only legal while the quote is open.
           IF LM-ST-QUOTED AND WS-NEW-STATUS = "APPROVED"
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               END-IF
           END-IF.

      * Approval raises the loan type's pre-booking conditions; a
      * loan whose conditions cannot be raised is not approved.
           IF LM-ST-QUOTED AND WS-NEW-STATUS = "APPROVED"
               MOVE WS-TODAY TO WS-CND-DATE
               PERFORM 9900-SEED-CONDITIONS THRU 9900-EXIT
               IF CND-FILE-ERROR
                   DISPLAY "*** Conditions for '" LM-APPL-ID
                       "' could not be raised - record unchanged."
                   GO TO 2000-NEXT
               END-IF
               IF WS-CND-SEED-COUNT > ZEROES
                   DISPLAY WS-CND-SEED-COUNT " pre-booking "
                       "condition(s) raised - see ctmaint."
               END-IF
           END-IF.

      * A loan books only once every condition is cleared or
      * waived.
           IF LM-ST-APPROVED AND WS-NEW-STATUS = "BOOKED"
               PERFORM 9901-COUNT-OPEN-CONDITIONS THRU 9901-EXIT
               IF CND-FILE-ERROR
                   DISPLAY "*** Conditions for '" LM-APPL-ID
                       "' could not be checked - record unchanged."
                   GO TO 2000-NEXT
               END-IF
               IF WS-CND-OPEN-COUNT > ZEROES
                   DISPLAY "*** " WS-CND-OPEN-COUNT " condition(s) "
                       "still open on '" LM-APPL-ID "' - clear them "
                       "in ctmaint before booking."
                   GO TO 2000-NEXT
               END-IF
           END-IF.

      * Under dual control closing or charging off a loan takes a
      * second operator - the move waits on PENDCHG and lnapprov
      * applies it once approved.
           IF DUAL-CONTROL-ON
               AND (WS-NEW-STATUS = "CLOSED"
                 OR WS-NEW-STATUS = "CHGD-OFF")
               PERFORM 2400-HOLD-STATUS-CHANGE THRU 2400-EXIT
               GO TO 2000-NEXT
           END-IF.

           MOVE WS-NEW-STATUS TO LM-STATUS.
           ACCEPT WS-STATUS-DATE FROM DATE YYYYMMDD.
           MOVE WS-STATUS-DATE TO LM-STATUS-DATE.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-HOLD-STATUS-CHANGE
      *
      * Writes the transition to PENDCHG for approval and audits it
      * as PENDING; the loan itself is left as it stands.
      *-----------------------------------------------------------
       2400-HOLD-STATUS-CHANGE.
           MOVE SPACES TO WS-MKC-REQUEST.
           MOVE "lnmaint" TO WS-MKC-PROGRAM.
           MOVE "STATUS" TO WS-MKC-TYPE.
           MOVE LM-APPL-ID TO WS-MKC-APPL-ID.
           MOVE WS-OPS-OPERATOR TO WS-MKC-MAKER.
           STRING "STATUS TO " DELIMITED BY SIZE
                  WS-NEW-STATUS DELIMITED BY SPACE
               INTO WS-MKC-TRIGGER.
           MOVE LM-STATUS TO WS-MKC-OLD-STATUS.
           MOVE WS-NEW-STATUS TO WS-MKC-NEW-STATUS.
           MOVE LM-OUTSTANDING-BAL TO WS-MKC-ST-BALANCE.
           PERFORM 9932-HOLD-FOR-APPROVAL THRU 9932-EXIT.
           IF NOT MKC-HELD
               DISPLAY "*** Change could not be held for approval - "
                   "record unchanged."
               GO TO 2400-EXIT
           END-IF.
           MOVE "PENDING" TO WS-AUD-ACTION.
           MOVE LM-APPL-ID TO WS-AUD-KEY.
           MOVE WS-MKC-REQUEST TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Move of " LM-APPL-ID " to " WS-NEW-STATUS
               " held for approval as request " WS-MKC-REQ-NO ".".
       2400-EXIT.
           EXIT.

           COPY lnjrnwrt.
           COPY lnlckwrt.
           COPY lnaudwrt.
           COPY lnopschk.
           COPY lncndchk.
           COPY lnmkcchk.
