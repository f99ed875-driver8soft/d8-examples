      ******************************************************************
      *
      * Pre-Booking Conditions Maintenance
      * ==================================
      *
      * Interactive maintenance for the CONDTRK conditions file, in
      * the lhmaint pattern. The operator keys an application id;
      * the loan and every condition on file for it are listed, and
      * the operator then keys condition codes one at a time. An
      * existing condition is displayed and can be CLEARED (the
      * income, title or document is in hand), WAIVED (a credit
      * officer lets the loan book without it) or put back OPEN,
      * and its description changed; an unknown code becomes a new
      * OPEN condition on the loan. Blank input leaves a field as
      * it was; a blank code moves on to the next loan.
      *
      * Conditions are only worked while the loan is APPROVED - they
      * are raised when lnmaint approves it and settled once it is
      * BOOKED. Clearing or waiving stamps the signed-on operator
      * and the date on the condition; reopening takes the stamp
      * off again. Conditions are never deleted.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY lncndsel.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY condtrk.

           COPY lncndfd.

           COPY loanmstr.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
           COPY lncndws.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-CODE-ENTRY PIC X(04) VALUE SPACES.
           88 END-OF-LOAN VALUE SPACES.
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-COND-VALID PIC X(01) VALUE "Y".
           88 COND-VALID VALUE "Y".
       01 WS-PREV-STATUS PIC X(08) VALUE SPACES.
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(40) VALUE SPACES.
       01 WS-TODAY PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "ctmaint" TO WS-AUD-PROGRAM.
           MOVE "ctmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               GOBACK
           END-IF.

           OPEN I-O COND-TRK-FILE.
           IF WS-COND-TRK-STATUS = "35"
               OPEN OUTPUT COND-TRK-FILE
               CLOSE COND-TRK-FILE
               OPEN I-O COND-TRK-FILE
           END-IF.
           IF WS-COND-TRK-STATUS NOT = "00"
               DISPLAY "*** Unable to open CONDTRK - status "
                   WS-COND-TRK-STATUS
               CLOSE LOAN-MSTR-FILE
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-LOAN THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE COND-TRK-FILE.
           CLOSE LOAN-MSTR-FILE.
           GOBACK.

       1000-ACCEPT-APPL-ID.
           DISPLAY "Application id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-APPL-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-LOAN
      *
      * Reads the keyed loan, lists its conditions and works the
      * condition codes the operator keys until a blank one.
      *-----------------------------------------------------------
       2000-MAINTAIN-LOAN.
           MOVE WS-APPL-ID-ENTRY TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** No loan on file for application id '"
                       WS-APPL-ID-ENTRY "'"
                   GO TO 2000-NEXT
           END-READ.
           DISPLAY "Application: " LM-APPL-ID " " LM-BORROWER.
           DISPLAY "Loan type:   " LM-LOAN-TYPE "  status "
               LM-STATUS " since " LM-STATUS-DATE.
           IF NOT LM-ST-APPROVED
               DISPLAY "*** Conditions are only worked on an "
                   "APPROVED loan."
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-LIST-CONDITIONS THRU 2100-EXIT.
           PERFORM 2200-ACCEPT-CODE THRU 2200-EXIT.
           PERFORM 3000-MAINTAIN-CONDITION THRU 3000-EXIT
               UNTIL END-OF-LOAN.

       2000-NEXT.
           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-LIST-CONDITIONS
      *
      * One line per condition on file for the loan.
      *-----------------------------------------------------------
       2100-LIST-CONDITIONS.
           MOVE ZEROES TO WS-CND-EXISTING.
           MOVE ZEROES TO WS-CND-OPEN-COUNT.
           MOVE "N" TO WS-CND-SCAN.
           MOVE LM-APPL-ID TO CT-APPL-ID.
           MOVE LOW-VALUES TO CT-COND-CODE.
           START COND-TRK-FILE KEY NOT < CT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CND-SCAN
           END-START.
           PERFORM 2110-LIST-ONE THRU 2110-EXIT
               UNTIL CND-SCAN-DONE.
           DISPLAY WS-CND-EXISTING " condition(s), "
               WS-CND-OPEN-COUNT " open.".
       2100-EXIT.
           EXIT.

       2110-LIST-ONE.
           READ COND-TRK-FILE NEXT
               AT END
                   MOVE "Y" TO WS-CND-SCAN
                   GO TO 2110-EXIT
           END-READ.
           IF CT-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-CND-SCAN
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-CND-EXISTING.
           IF CT-OPEN
               ADD 1 TO WS-CND-OPEN-COUNT
               DISPLAY "  " CT-COND-CODE " " CT-DESCRIPTION " "
                   CT-STATUS " since " CT-OPEN-DATE
           ELSE
               DISPLAY "  " CT-COND-CODE " " CT-DESCRIPTION " "
                   CT-STATUS " " CT-CLEARED-DATE " by "
                   CT-CLEARED-BY
           END-IF.
       2110-EXIT.
           EXIT.

       2200-ACCEPT-CODE.
           DISPLAY "Condition code (blank for next loan): "
               WITH NO ADVANCING.
           ACCEPT WS-CODE-ENTRY.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-MAINTAIN-CONDITION
      *
      * Reads the keyed condition; an unknown code becomes a new
      * open condition (after the operator confirms), a known one
      * a change. Nothing is written unless it validates.
      *-----------------------------------------------------------
       3000-MAINTAIN-CONDITION.
           MOVE LM-APPL-ID TO CT-APPL-ID.
           MOVE WS-CODE-ENTRY TO CT-COND-CODE.
           MOVE "Y" TO WS-RECORD-EXISTS.
           READ COND-TRK-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 3100-DISPLAY-CONDITION THRU 3100-EXIT
               MOVE COND-TRK-RECORD TO WS-AUD-BEFORE
               MOVE CT-STATUS TO WS-PREV-STATUS
               PERFORM 3200-ACCEPT-FIELDS THRU 3200-EXIT
               PERFORM 3300-VALIDATE-CONDITION THRU 3300-EXIT
               IF NOT COND-VALID
                   DISPLAY "Condition " CT-COND-CODE " not changed."
                   GO TO 3000-NEXT
               END-IF
               REWRITE COND-TRK-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           CT-KEY "' - status "
                           WS-COND-TRK-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE CT-APPL-ID TO WS-AUD-KEY
               MOVE COND-TRK-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Condition " CT-COND-CODE " is now "
                   CT-STATUS "."
               GO TO 3000-NEXT
           END-IF.

           DISPLAY "No condition " WS-CODE-ENTRY " on '"
               LM-APPL-ID "' - add one? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 3000-NEXT
           END-IF.
           MOVE SPACES TO COND-TRK-RECORD.
           MOVE LM-APPL-ID TO CT-APPL-ID.
           MOVE WS-CODE-ENTRY TO CT-COND-CODE.
           MOVE "OPEN" TO CT-STATUS.
           MOVE "OPEN" TO WS-PREV-STATUS.
           MOVE WS-TODAY TO CT-OPEN-DATE.
           MOVE ZEROES TO CT-CLEARED-DATE.
           PERFORM 3200-ACCEPT-FIELDS THRU 3200-EXIT.
           PERFORM 3300-VALIDATE-CONDITION THRU 3300-EXIT.
           IF NOT COND-VALID
               DISPLAY "Condition " CT-COND-CODE " not added."
               GO TO 3000-NEXT
           END-IF.
           WRITE COND-TRK-RECORD
               INVALID KEY
                   DISPLAY "*** Write failed for '" CT-KEY
                       "' - status " WS-COND-TRK-STATUS
           END-WRITE.
           MOVE "ADD" TO WS-AUD-ACTION.
           MOVE CT-APPL-ID TO WS-AUD-KEY.
           MOVE COND-TRK-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Condition " CT-COND-CODE " added as "
               CT-STATUS ".".

       3000-NEXT.
           PERFORM 2200-ACCEPT-CODE THRU 2200-EXIT.
       3000-EXIT.
           EXIT.

       3100-DISPLAY-CONDITION.
           DISPLAY "Condition:   " CT-COND-CODE " " CT-DESCRIPTION.
           DISPLAY "Status:      " CT-STATUS " - raised "
               CT-OPEN-DATE.
           IF NOT CT-OPEN
               DISPLAY "Settled:     " CT-CLEARED-DATE " by "
                   CT-CLEARED-BY
           END-IF.
       3100-EXIT.
           EXIT.

       3200-ACCEPT-FIELDS.
           DISPLAY "Description (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO CT-DESCRIPTION
           END-IF.
           DISPLAY "Status OPEN/CLEARED/WAIVED (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO CT-STATUS
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3300-VALIDATE-CONDITION
      *
      * Checks the status and description, and stamps who settled
      * the condition and when - or takes the stamp off a
      * condition put back OPEN.
      *-----------------------------------------------------------
       3300-VALIDATE-CONDITION.
           MOVE "Y" TO WS-COND-VALID.
           IF NOT CT-VALID-STATUS
               DISPLAY "*** Status must be OPEN, CLEARED or WAIVED."
               MOVE "N" TO WS-COND-VALID
               GO TO 3300-EXIT
           END-IF.
           IF CT-DESCRIPTION = SPACES
               DISPLAY "*** Description is required."
               MOVE "N" TO WS-COND-VALID
               GO TO 3300-EXIT
           END-IF.
           IF CT-OPEN
               MOVE SPACES TO CT-CLEARED-BY
               MOVE ZEROES TO CT-CLEARED-DATE
               GO TO 3300-EXIT
           END-IF.
           IF CT-STATUS NOT = WS-PREV-STATUS
               MOVE WS-OPS-OPERATOR TO CT-CLEARED-BY
               MOVE WS-TODAY TO CT-CLEARED-DATE
           END-IF.
       3300-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
